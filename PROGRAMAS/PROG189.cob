      ******************************************************************
      * Autor.....: Alexandre Trevisani (PROVA COBOL)
      * Data......: Julho/2019
      * Programa..: PROG189 - Segregação de Funções nos Pedidos
      * Chamadas..: PROG35 - Spool e Catalogo de Relatorios
      * Parametros: Data inicial dos pedidos (AAAAMMDD, ZEROS = todos);
      *             pela tela ou pela linha de comando (modo batch).
      * Observação: Relatorio de excecao de segregacao de funcoes.
      *             Percorre os pedidos correntes (PEDIDOS.ARQ) e os
      *             arquivados (PEDHIST.ARQ) e, para cada um, os
      *             pagamentos (FATPAG.ARQ) das faturas do pedido
      *             (FATURA.ARQ, pela chave do cliente). Lista o
      *             pedido em que um mesmo operador acumulou mais de
      *             um papel: digitou (PED-OPER-DIGIT), aprovou
      *             (PED-OPER-APROV, PROG98) e/ou baixou o pagamento
      *             (FPG-OPERADOR). Conflito: DA = digitou e aprovou,
      *             DP = digitou e baixou, AP = aprovou e baixou,
      *             DAP = os tres papeis com o mesmo operador. Uma
      *             linha por pagamento em conflito; pedido com
      *             conflito so entre digitacao e aprovacao sai uma
      *             vez, sem pagamento. Operador em branco (pedido
      *             anterior ao registro do operador, retorno
      *             bancario) nao conta. Relatorio no spool
      *             (REL-SEGR.TXT, PROG35).
      * Cod.Retorno (RETURN-CODE):
      *             0 = processamento normal, nenhum conflito
      *             4 = ha pedido com conflito de funcoes
      * Historico.:
      *   2026 mnt - Programa novo.
      ******************************************************************
       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         PROG189.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SPECIAL-NAMES.      DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.

       SELECT PEDIDOS ASSIGN TO WS-ARQ-PEDIDOS
              ORGANIZATION         IS INDEXED
              ACCESS MODE          IS DYNAMIC
              FILE STATUS          IS PED-STAT
              ALTERNATE RECORD KEY IS PED-CODC WITH DUPLICATES
              ALTERNATE RECORD KEY IS PED-CODV WITH DUPLICATES
              RECORD KEY           IS PED-KEY.

       SELECT PEDHIST ASSIGN TO WS-ARQ-PEDHIST
              ORGANIZATION         IS INDEXED
              ACCESS MODE          IS DYNAMIC
              FILE STATUS          IS HIS-STAT
              ALTERNATE RECORD KEY IS HIS-CODC WITH DUPLICATES
              ALTERNATE RECORD KEY IS HIS-CODV WITH DUPLICATES
              RECORD KEY           IS HIS-KEY.

       SELECT FATURA ASSIGN TO WS-ARQ-FATURA
              ORGANIZATION         IS INDEXED
              ACCESS MODE          IS DYNAMIC
              FILE STATUS          IS FAT-STAT
              ALTERNATE RECORD KEY IS FAT-CODC WITH DUPLICATES
              RECORD KEY           IS FAT-KEY.

       SELECT FATPAG ASSIGN TO WS-ARQ-FATPAG
              ORGANIZATION         IS INDEXED
              ACCESS MODE          IS DYNAMIC
              FILE STATUS          IS FPG-STAT
              RECORD KEY           IS FPG-KEY.

       SELECT RELSEGR ASSIGN TO WS-ARQ-RELSEGR
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS  IS REL-STAT.

       DATA            DIVISION.
       FILE            SECTION.

       COPY FD_PEDIDOS.

       COPY FD_PEDHIST.

       COPY FD_FATURA.

       COPY FD_FATPAG.

       FD RELSEGR
           LINAGE IS 55 LINES
           WITH FOOTING AT 51
           LINES AT TOP 3
           LINES AT BOTTOM 2.

       01 RELSEGR-REL.
          05 REL-IMP        PIC X(132).

       WORKING-STORAGE SECTION.

       77 WS-DIR-DADOS       PIC X(50) VALUE SPACES.
       77 WS-ARQ-PEDIDOS     PIC X(70) VALUE SPACES.
       77 WS-ARQ-PEDHIST     PIC X(70) VALUE SPACES.
       77 WS-ARQ-FATURA      PIC X(70) VALUE SPACES.
       77 WS-ARQ-FATPAG      PIC X(70) VALUE SPACES.
       77 WS-ARQ-RELSEGR     PIC X(90) VALUE SPACES.

       77 PED-STAT          PIC 9(02).
           88 FSP-OK        VALUE ZEROS.
           88 FSP-FIM-REG   VALUE 10.
           88 FSP-NAO-EXISTE VALUE 35.

       77 HIS-STAT          PIC 9(02).
           88 FSH-OK        VALUE ZEROS.
           88 FSH-FIM-REG   VALUE 10.
           88 FSH-NAO-EXISTE VALUE 35.

       77 FAT-STAT          PIC 9(02).
           88 FSF-OK        VALUE ZEROS.
           88 FSF-FIM-REG   VALUE 10.
           88 FSF-NAO-EXISTE VALUE 35.

       77 FPG-STAT          PIC 9(02).
           88 FSG-OK        VALUE ZEROS.
           88 FSG-FIM-REG   VALUE 10.
           88 FSG-NAO-EXISTE VALUE 35.

       77 REL-STAT          PIC 9(02).
           88 FSR-OK        VALUE ZEROS.

       77 WS-MODO           PIC X(01) VALUE 'I'.
           88 MODO-INTERATIVO VALUE 'I'.
           88 MODO-BATCH      VALUE 'B'.

       77 WS-PARM           PIC X(80) VALUE SPACES.
       77 WS-RETCODE        PIC 9(02) VALUE ZEROS.

       77 WS-DATA-INICIAL   PIC 9(08) VALUE ZEROS.

       77 WS-TEM-FATURA     PIC X(01) VALUE 'S'.
           88 TEM-FATURA    VALUE 'S'.
           88 SEM-FATURA    VALUE 'N'.

       77 WS-TEM-FATPAG     PIC X(01) VALUE 'S'.
           88 TEM-FATPAG    VALUE 'S'.
           88 SEM-FATPAG    VALUE 'N'.

       77 WS-FIM-FATURAS    PIC X(01) VALUE 'N'.
           88 FIM-FATURAS   VALUE 'S'.

       77 WS-FIM-PAGTOS     PIC X(01) VALUE 'N'.
           88 FIM-PAGTOS    VALUE 'S'.

       77 WS-CONFLITO-DA    PIC X(01) VALUE 'N'.
           88 CONFLITO-DA   VALUE 'S'.

       77 WS-LISTOU-PEDIDO  PIC X(01) VALUE 'N'.
           88 LISTOU-PEDIDO VALUE 'S'.

       77 WS-QTD-PEDIDOS    PIC 9(07) VALUE ZEROS.
       77 WS-QTD-CONFLITOS  PIC 9(05) VALUE ZEROS.
       77 WS-QTD-LINHAS     PIC 9(05) VALUE ZEROS.
       77 WS-CTPAG          PIC 9(03) VALUE ZEROS.

      *    Pedido em analise, de PEDIDOS.ARQ ou de PEDHIST.ARQ.
       01 WS-PEDIDO.
           05 WS-ORD-ORIGEM     PIC X(03).
           05 WS-ORD-NUMERO     PIC 9(08).
           05 WS-ORD-CODC       PIC 9(07).
           05 WS-ORD-DATA       PIC 9(08).
           05 WS-ORD-VALOR      PIC 9(09)V99.
           05 WS-ORD-DIGIT      PIC X(08).
           05 WS-ORD-APROV      PIC X(08).

       01 WS-CONFLITO       PIC X(03) VALUE SPACES.

       01 LINHA-CAB0.
           05 FILLER        PIC X(055) VALUE
           'SEGREGACAO DE FUNCOES - PEDIDOS COM OPERADOR ACUMULANDO'.
           05 FILLER        PIC X(016) VALUE ' PAPEIS - DESDE '.
           05 CAB-DATA      PIC 9999/99/99.
           05 FILLER        PIC X(005) VALUE SPACES.
           05 FILLER        PIC X(09) VALUE 'PAGINA : '.
           05 PAG-REL       PIC ZZ9.

       01 LINHA-CAB1.
           05 FILLER        PIC X(009)  VALUE 'PEDIDO'.
           05 FILLER        PIC X(005)  VALUE 'ARQ'.
           05 FILLER        PIC X(009)  VALUE 'CLIENTE'.
           05 FILLER        PIC X(011)  VALUE 'DATA'.
           05 FILLER        PIC X(016)  VALUE '         VALOR'.
           05 FILLER        PIC X(010)  VALUE 'DIGITOU'.
           05 FILLER        PIC X(010)  VALUE 'APROVOU'.
           05 FILLER        PIC X(013)  VALUE 'FATURA/PAGTO'.
           05 FILLER        PIC X(011)  VALUE 'DT.PAGTO'.
           05 FILLER        PIC X(010)  VALUE 'BAIXOU'.
           05 FILLER        PIC X(008)  VALUE 'CONFLITO'.

       01 LINHA-DET.
           05 REL-PEDIDO    PIC 9(008).
           05 FILLER        PIC X(001)  VALUE SPACES.
           05 REL-ORIGEM    PIC X(003).
           05 FILLER        PIC X(002)  VALUE SPACES.
           05 REL-CODC      PIC 9(007).
           05 FILLER        PIC X(002)  VALUE SPACES.
           05 REL-DATA      PIC 9999/99/99.
           05 FILLER        PIC X(001)  VALUE SPACES.
           05 REL-VALOR     PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER        PIC X(002)  VALUE SPACES.
           05 REL-DIGIT     PIC X(008).
           05 FILLER        PIC X(002)  VALUE SPACES.
           05 REL-APROV     PIC X(008).
           05 FILLER        PIC X(002)  VALUE SPACES.
           05 REL-PAGTO.
              10 REL-FATURA PIC 9(008).
              10 REL-BARRA  PIC X(001).
              10 REL-SEQ    PIC 9(003).
           05 REL-PAGTO-X REDEFINES REL-PAGTO PIC X(012).
           05 FILLER        PIC X(001)  VALUE SPACES.
           05 REL-DT-PAGTO  PIC 9999/99/99.
           05 REL-DT-PAGTO-X REDEFINES REL-DT-PAGTO PIC X(010).
           05 FILLER        PIC X(001)  VALUE SPACES.
           05 REL-PAGOU     PIC X(008).
           05 FILLER        PIC X(002)  VALUE SPACES.
           05 REL-CONFLITO  PIC X(003).

       01 LINHA-TOTAIS.
           05 FILLER        PIC X(19) VALUE 'PEDIDOS ANALISADOS:'.
           05 TOT-PEDIDOS   PIC ZZZZZZ9.
           05 FILLER        PIC X(17) VALUE '  COM CONFLITO:'.
           05 TOT-CONFLITOS PIC ZZZZ9.
           05 FILLER        PIC X(19) VALUE '  LINHAS LISTADAS:'.
           05 TOT-LINHAS    PIC ZZZZ9.

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
              "PEDIDOS A PARTIR DE (AAAAMMDD, BRANCO = TODOS):".
           05 COLUMN PLUS 2 PIC 9(08) USING WS-DATA-INICIAL
              BLANK WHEN ZEROS.

       PROCEDURE DIVISION.
       INICIO.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.
           SET ENVIRONMENT 'COB_SCREEN_ESC' TO 'Y'.
           SET ENVIRONMENT 'ESCDELAY' TO '25'.
           ACCEPT  WS-NUML FROM LINES
           ACCEPT  WS-NUMC FROM COLUMNS

           ACCEPT WS-PARM FROM COMMAND-LINE
           IF WS-PARM NOT = SPACES
              SET MODO-BATCH TO TRUE
              MOVE FUNCTION NUMVAL(WS-PARM) TO WS-DATA-INICIAL
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

           PERFORM MONTA-CAMINHOS
           PERFORM ABRIR-ARQUIVO

           MOVE WS-DATA-INICIAL TO CAB-DATA
           PERFORM IMP-CABEC

      *    Pedidos correntes.
           IF NOT FSP-FIM-REG
              MOVE LOW-VALUES TO PED-KEY
              START PEDIDOS KEY NOT LESS THAN PED-KEY
                    INVALID KEY
                       MOVE 10 TO PED-STAT
              END-START
           END-IF
           PERFORM LE-PEDIDO THRU LE-PEDIDO-SAI UNTIL FSP-FIM-REG

      *    Pedidos ja arquivados pelo PROG88.
           IF NOT FSH-FIM-REG
              MOVE LOW-VALUES TO HIS-KEY
              START PEDHIST KEY NOT LESS THAN HIS-KEY
                    INVALID KEY
                       MOVE 10 TO HIS-STAT
              END-START
           END-IF
           PERFORM LE-PEDHIST THRU LE-PEDHIST-SAI UNTIL FSH-FIM-REG

           IF WS-QTD-CONFLITOS NOT = ZEROS
              MOVE 04 TO WS-RETCODE
           END-IF

           PERFORM TOTAIS
           PERFORM FINALIZA
           .
       FIM-PROCES.
           EXIT.

      *-------------------------------------------------------------*
       LE-PEDIDO.
      *-------------------------------------------------------------*
           READ PEDIDOS NEXT AT END
                GO TO LE-PEDIDO-SAI
           END-READ

           IF PED-DATA < WS-DATA-INICIAL
              GO TO LE-PEDIDO-SAI
           END-IF

           MOVE 'PED'          TO WS-ORD-ORIGEM
           MOVE PED-NUMERO     TO WS-ORD-NUMERO
           MOVE PED-CODC       TO WS-ORD-CODC
           MOVE PED-DATA       TO WS-ORD-DATA
           MOVE PED-VALOR      TO WS-ORD-VALOR
           MOVE PED-OPER-DIGIT TO WS-ORD-DIGIT
           MOVE PED-OPER-APROV TO WS-ORD-APROV
           PERFORM AVALIA-PEDIDO THRU AVALIA-PEDIDO-FIM
           .
       LE-PEDIDO-SAI.
           EXIT.

      *-------------------------------------------------------------*
       LE-PEDHIST.
      *-------------------------------------------------------------*
           READ PEDHIST NEXT AT END
                GO TO LE-PEDHIST-SAI
           END-READ

           IF HIS-DATA < WS-DATA-INICIAL
              GO TO LE-PEDHIST-SAI
           END-IF

           MOVE 'HIS'          TO WS-ORD-ORIGEM
           MOVE HIS-NUMERO     TO WS-ORD-NUMERO
           MOVE HIS-CODC       TO WS-ORD-CODC
           MOVE HIS-DATA       TO WS-ORD-DATA
           MOVE HIS-VALOR      TO WS-ORD-VALOR
           MOVE HIS-OPER-DIGIT TO WS-ORD-DIGIT
           MOVE HIS-OPER-APROV TO WS-ORD-APROV
           PERFORM AVALIA-PEDIDO THRU AVALIA-PEDIDO-FIM
           .
       LE-PEDHIST-SAI.
           EXIT.

      *-------------------------------------------------------------*
       AVALIA-PEDIDO.
      *-------------------------------------------------------------*
      *    Pedido anterior ao registro do operador (ou gravado por
      *    conversao) fica fora: sem quem digitou nao ha o que
      *    confrontar.
           IF WS-ORD-DIGIT = SPACES OR LOW-VALUES
              GO TO AVALIA-PEDIDO-FIM
           END-IF

           ADD 1 TO WS-QTD-PEDIDOS
           MOVE 'N' TO WS-CONFLITO-DA WS-LISTOU-PEDIDO
           IF WS-ORD-APROV NOT = SPACES AND NOT = LOW-VALUES
              AND WS-ORD-APROV = WS-ORD-DIGIT
              SET CONFLITO-DA TO TRUE
           END-IF

      *    Faturas do pedido: FATURA.ARQ so tem a chave alternada do
      *    cliente; as do cliente sao filtradas por FAT-PEDIDO.
           IF TEM-FATURA
              MOVE 'N'          TO WS-FIM-FATURAS
              MOVE WS-ORD-CODC  TO FAT-CODC
              START FATURA KEY NOT LESS THAN FAT-CODC
                    INVALID KEY
                       SET FIM-FATURAS TO TRUE
              END-START
              PERFORM LE-FATURA THRU LE-FATURA-SAI UNTIL FIM-FATURAS
           END-IF

      *    Conflito so entre digitacao e aprovacao, sem pagamento
      *    em conflito: uma linha para o pedido.
           IF CONFLITO-DA AND NOT LISTOU-PEDIDO
              MOVE 'DA'   TO WS-CONFLITO
              MOVE SPACES TO REL-PAGTO-X REL-DT-PAGTO-X REL-PAGOU
              PERFORM IMP-DETALHE THRU IMP-DETALHE-FIM
           END-IF

           IF LISTOU-PEDIDO
              ADD 1 TO WS-QTD-CONFLITOS
           END-IF
           .
       AVALIA-PEDIDO-FIM.
           EXIT.

      *-------------------------------------------------------------*
       LE-FATURA.
      *-------------------------------------------------------------*
           READ FATURA NEXT AT END
                SET FIM-FATURAS TO TRUE
                GO TO LE-FATURA-SAI
           END-READ

           IF FAT-CODC NOT = WS-ORD-CODC
              SET FIM-FATURAS TO TRUE
              GO TO LE-FATURA-SAI
           END-IF

           IF FAT-PEDIDO NOT = WS-ORD-NUMERO OR NOT TEM-FATPAG
              GO TO LE-FATURA-SAI
           END-IF

           MOVE 'N'        TO WS-FIM-PAGTOS
           MOVE FAT-NUMERO TO FPG-NUMERO
           MOVE ZEROS      TO FPG-SEQ
           START FATPAG KEY NOT LESS THAN FPG-KEY
                 INVALID KEY
                    SET FIM-PAGTOS TO TRUE
           END-START
           PERFORM LE-PAGTO THRU LE-PAGTO-SAI UNTIL FIM-PAGTOS
           .
       LE-FATURA-SAI.
           EXIT.

      *-------------------------------------------------------------*
       LE-PAGTO.
      *-------------------------------------------------------------*
           READ FATPAG NEXT AT END
                SET FIM-PAGTOS TO TRUE
                GO TO LE-PAGTO-SAI
           END-READ

           IF FPG-NUMERO NOT = FAT-NUMERO
              SET FIM-PAGTOS TO TRUE
              GO TO LE-PAGTO-SAI
           END-IF

      *    Baixa sem operador (retorno bancario) nao entra.
           IF FPG-OPERADOR = SPACES OR LOW-VALUES
              GO TO LE-PAGTO-SAI
           END-IF

           EVALUATE TRUE
               WHEN CONFLITO-DA AND FPG-OPERADOR = WS-ORD-DIGIT
                    MOVE 'DAP' TO WS-CONFLITO
               WHEN FPG-OPERADOR = WS-ORD-DIGIT
                    MOVE 'DP'  TO WS-CONFLITO
               WHEN FPG-OPERADOR = WS-ORD-APROV
                    MOVE 'AP'  TO WS-CONFLITO
               WHEN CONFLITO-DA
                    MOVE 'DA'  TO WS-CONFLITO
               WHEN OTHER
                    GO TO LE-PAGTO-SAI
           END-EVALUATE

           MOVE FAT-NUMERO   TO REL-FATURA
           MOVE '/'          TO REL-BARRA
           MOVE FPG-SEQ      TO REL-SEQ
           MOVE FPG-DATA     TO REL-DT-PAGTO
           MOVE FPG-OPERADOR TO REL-PAGOU
           PERFORM IMP-DETALHE THRU IMP-DETALHE-FIM
           .
       LE-PAGTO-SAI.
           EXIT.

      *-------------------------------------------------------------*
       IMP-DETALHE.
      *-------------------------------------------------------------*
           MOVE WS-ORD-NUMERO TO REL-PEDIDO
           MOVE WS-ORD-ORIGEM TO REL-ORIGEM
           MOVE WS-ORD-CODC   TO REL-CODC
           MOVE WS-ORD-DATA   TO REL-DATA
           MOVE WS-ORD-VALOR  TO REL-VALOR
           MOVE WS-ORD-DIGIT  TO REL-DIGIT
           MOVE WS-ORD-APROV  TO REL-APROV
           MOVE WS-CONFLITO   TO REL-CONFLITO

           WRITE RELSEGR-REL FROM LINHA-DET AFTER ADVANCING 1 LINE
               AT END-OF-PAGE
                  PERFORM IMP-CABEC
           END-WRITE

           ADD 1 TO WS-QTD-LINHAS
           SET LISTOU-PEDIDO TO TRUE
           .
       IMP-DETALHE-FIM.
           EXIT.

      *-------------------------------------------------------------*
       IMP-CABEC.
      *-------------------------------------------------------------*
           ADD  01              TO WS-CTPAG
           MOVE WS-CTPAG        TO PAG-REL
           WRITE RELSEGR-REL    FROM LINHA-CAB0 AFTER ADVANCING PAGE
           WRITE RELSEGR-REL    FROM LINHA-CAB1 AFTER ADVANCING 2 LINES
           .
       IMP-CABEC-FIM.
           EXIT.

      *-------------------------------------------------------------*
       TOTAIS.
      *-------------------------------------------------------------*
           MOVE WS-QTD-PEDIDOS   TO TOT-PEDIDOS
           MOVE WS-QTD-CONFLITOS TO TOT-CONFLITOS
           MOVE WS-QTD-LINHAS    TO TOT-LINHAS
           WRITE RELSEGR-REL FROM LINHA-BRANCO AFTER 1
           WRITE RELSEGR-REL FROM LINHA-TOTAIS AFTER 1

           IF MODO-BATCH
              DISPLAY 'SEGREGACAO DE FUNCOES - ' LINHA-TOTAIS
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
                  'PEDIDOS.ARQ'                DELIMITED BY SIZE
             INTO WS-ARQ-PEDIDOS
           END-STRING
           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'PEDHIST.ARQ'                DELIMITED BY SIZE
             INTO WS-ARQ-PEDHIST
           END-STRING
           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'FATURA.ARQ'                 DELIMITED BY SIZE
             INTO WS-ARQ-FATURA
           END-STRING
           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'FATPAG.ARQ'                 DELIMITED BY SIZE
             INTO WS-ARQ-FATPAG
           END-STRING

      *    O relatorio vai para o SPOOL\ com nome datado (PROG35) e
      *    entra no catalogo ao final.
           MOVE 'N'            TO LK-SPL-OPER
           MOVE 'PROG189'      TO LK-SPL-PROGRAMA
           MOVE 'REL-SEGR.TXT' TO LK-SPL-SUFIXO
           CALL "PROG35" USING LK-SPOOL END-CALL
           MOVE LK-SPL-CAMINHO TO WS-ARQ-RELSEGR
           .
       MONTA-CAMINHOS-FIM.
           EXIT.

      *-------------------------------------------------------------*
       ABRIR-ARQUIVO.
      *-------------------------------------------------------------*
      *    Arquivo inexistente e' tratado como vazio.
           OPEN INPUT PEDIDOS
           IF FSP-NAO-EXISTE
              MOVE 10 TO PED-STAT
           END-IF

           OPEN INPUT PEDHIST
           IF FSH-NAO-EXISTE
              MOVE 10 TO HIS-STAT
           END-IF

           OPEN INPUT FATURA
           IF FSF-NAO-EXISTE
              SET SEM-FATURA TO TRUE
           END-IF

           OPEN INPUT FATPAG
           IF FSG-NAO-EXISTE
              SET SEM-FATPAG TO TRUE
           END-IF

           OPEN OUTPUT RELSEGR
           .
       ABRIR-ARQUIVO-FIM.
           EXIT.

      *-------------------------------------------------------------*
        FINALIZA.
      *-------------------------------------------------------------*
           CLOSE PEDIDOS PEDHIST FATURA FATPAG RELSEGR

           MOVE 'R'              TO LK-SPL-OPER
           MOVE 'PROG189'        TO LK-SPL-PROGRAMA
           MOVE WS-DATA-INICIAL  TO LK-SPL-PARAMS
           MOVE WS-QTD-CONFLITOS TO LK-SPL-QTDE
           MOVE WS-ARQ-RELSEGR   TO LK-SPL-CAMINHO
           CALL "PROG35" USING LK-SPOOL END-CALL

           MOVE WS-RETCODE TO RETURN-CODE
           GOBACK.
