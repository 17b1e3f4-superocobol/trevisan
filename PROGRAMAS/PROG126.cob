      ******************************************************************
      * Autor.....: Alexandre Trevisani (PROVA COBOL)
      * Data......: Julho/2019
      * Programa..: PROG126 - Relatório Mensal de Encargos por Atraso
      * Chamadas..: PROG35 - Spool e Catalogo de Relatorios
      * Parametros: Competencia AAAAMM (ZEROS = mes anterior); em
      *             modo batch pela linha de comando, formato AAAAMM.
      * Observação: Varre FATPAG.ARQ e soma, para os lancamentos com
      *             data na competencia, os encargos por atraso
      *             (multa e juros do PROG125) calculados, recebidos
      *             e dispensados, em duas quebras: por cliente (com
      *             o nome de CLIENTES.ARQ) e pelo vendedor da
      *             carteira do cliente - para o financeiro enxergar
      *             quanto de encargo a cobranca gera, quanto entra
      *             e quanto e' perdoado na baixa.
      * Cod.Retorno (RETURN-CODE):
      *             0 = processamento normal
      *             4 = nenhum encargo na competencia
      *            12 = arquivo ausente
      * Historico.:
      *   2026 mnt - Programa novo.
      ******************************************************************
       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         PROG126.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SPECIAL-NAMES.      DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.

       SELECT FATPAG ASSIGN TO WS-ARQ-FATPAG
              ORGANIZATION         IS INDEXED
              ACCESS  MODE         IS DYNAMIC
              FILE STATUS          IS FPG-STAT
              RECORD KEY           IS FPG-KEY.

       SELECT FATURA ASSIGN TO WS-ARQ-FATURA
              ORGANIZATION         IS INDEXED
              ACCESS  MODE         IS RANDOM
              FILE STATUS          IS FAT-STAT
              ALTERNATE RECORD KEY IS FAT-CODC WITH DUPLICATES
              RECORD KEY           IS FAT-KEY.

       SELECT CLIENTES ASSIGN TO WS-ARQ-CLIENTES
              ORGANIZATION         IS INDEXED
              ACCESS MODE          IS RANDOM
              FILE STATUS          IS CLI-STAT
              ALTERNATE RECORD KEY IS CLI-COD
              ALTERNATE RECORD KEY IS CLI-NOME  WITH DUPLICATES
              ALTERNATE RECORD KEY IS CLI-CNPJ-RAIZ WITH DUPLICATES
              ALTERNATE RECORD KEY IS CLI-NOME-BUSCA WITH DUPLICATES
              RECORD KEY           IS CLI-KEY.

       SELECT RELENC ASSIGN TO WS-ARQ-RELENC
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS  IS REL-STAT.

       DATA            DIVISION.
       FILE            SECTION.

       COPY FD_FATPAG.

       COPY FD_FATURA.

       COPY FD_CLIENTES.

       FD RELENC
           LINAGE IS 55 LINES
           WITH FOOTING AT 51
           LINES AT TOP 3
           LINES AT BOTTOM 2.

       01 RELENC-REL.
          05 REL-IMP        PIC X(120).

       WORKING-STORAGE SECTION.

       77 WS-DIR-DADOS       PIC X(50) VALUE SPACES.
       77 WS-ARQ-FATPAG      PIC X(70) VALUE SPACES.
       77 WS-ARQ-FATURA      PIC X(70) VALUE SPACES.
       77 WS-ARQ-CLIENTES    PIC X(70) VALUE SPACES.
       77 WS-ARQ-RELENC      PIC X(90) VALUE SPACES.

       77 FPG-STAT          PIC 9(02).
           88 FSP-OK        VALUE ZEROS.
           88 FSP-FIM-REG   VALUE 10.
           88 FSP-NAO-EXISTE VALUE 35.

       77 FAT-STAT          PIC 9(02).
           88 FSF-OK        VALUE ZEROS.
           88 FSF-NAO-EXISTE VALUE 35.

       77 CLI-STAT          PIC 9(02).
           88 FSC-OK        VALUE ZEROS.
           88 FSC-NAO-EXISTE VALUE 35.

       77 REL-STAT          PIC 9(02).
           88 FSR-OK        VALUE ZEROS.

       77 WS-TEM-CLIENTES   PIC X(01) VALUE 'N'.
           88 TEM-CLIENTES  VALUE 'S'.
           88 SEM-CLIENTES  VALUE 'N'.

       77 WS-MODO           PIC X(01) VALUE 'I'.
           88 MODO-INTERATIVO VALUE 'I'.
           88 MODO-BATCH      VALUE 'B'.

       77 WS-PARM           PIC X(80) VALUE SPACES.

       77 WS-ANOMES         PIC 9(06) VALUE ZEROS.
       77 WS-DATA-HOJE      PIC 9(08) VALUE ZEROS.
       01 WS-ANOMES-ANT.
           05 WS-AMA-ANO    PIC 9(04).
           05 WS-AMA-MES    PIC 9(02).

       77 WS-RETCODE        PIC 9(02) VALUE ZEROS.

      *    Quebras em memoria: por cliente e por vendedor.
       01 WS-TAB-CLIENTE.
           05 WS-TC-ENT OCCURS 5000 TIMES.
              10 WS-TC-COD        PIC 9(07).
              10 WS-TC-NOME       PIC X(30).
              10 WS-TC-VEND       PIC 9(05).
              10 WS-TC-CALC       PIC 9(11)V99.
              10 WS-TC-PAGO       PIC 9(11)V99.
              10 WS-TC-DISP       PIC 9(11)V99.

       77 WS-QTD-CLIS       PIC 9(04) VALUE ZEROS.

       01 WS-TAB-VEND.
           05 WS-TV-ENT OCCURS 2000 TIMES.
              10 WS-TV-COD        PIC 9(05).
              10 WS-TV-CALC       PIC 9(11)V99.
              10 WS-TV-PAGO       PIC 9(11)V99.
              10 WS-TV-DISP       PIC 9(11)V99.

       77 WS-QTD-VENDS      PIC 9(04) VALUE ZEROS.

       77 WS-IDX            PIC 9(04) VALUE ZEROS.
       77 WS-IDX-ACHOU      PIC 9(04) VALUE ZEROS.
       77 WS-CLI-NOME       PIC X(30) VALUE SPACES.
       77 WS-CLI-VEND       PIC 9(05) VALUE ZEROS.

       77 WS-QTD-LANCTOS    PIC 9(06) VALUE ZEROS.
       77 WS-TOT-CALC       PIC 9(13)V99 VALUE ZEROS.
       77 WS-TOT-PAGO       PIC 9(13)V99 VALUE ZEROS.
       77 WS-TOT-DISP       PIC 9(13)V99 VALUE ZEROS.

       77 WS-CTPAG          PIC 9(03) VALUE ZEROS.

       01 LINHA-CAB0.
           05 FILLER        PIC X(044) VALUE
           'ENCARGOS POR ATRASO - COMPETENCIA (AAAAMM): '.
           05 CAB-ANOMES    PIC 9(06).
           05 FILLER        PIC X(10) VALUE SPACES.
           05 FILLER        PIC X(09) VALUE 'PAGINA : '.
           05 PAG-REL       PIC ZZ9.

       01 LINHA-SECAO-CLI.
           05 FILLER        PIC X(48) VALUE
           'QUEBRA POR CLIENTE'.
           05 FILLER        PIC X(53) VALUE
           '        CALCULADO          RECEBIDO        DISPENSADO'.

       01 LINHA-SECAO-VEN.
           05 FILLER        PIC X(48) VALUE
           'QUEBRA POR VENDEDOR DA CARTEIRA'.
           05 FILLER        PIC X(53) VALUE
           '        CALCULADO          RECEBIDO        DISPENSADO'.

       01 LINHA-DET-CLI.
           05 REL-CLI-COD   PIC 9(007).
           05 FILLER        PIC X(002)  VALUE SPACES.
           05 REL-CLI-NOME  PIC X(030).
           05 FILLER        PIC X(002)  VALUE SPACES.
           05 REL-CLI-VEND  PIC 9(005).
           05 FILLER        PIC X(002)  VALUE SPACES.
           05 REL-CLI-CALC  PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER        PIC X(001)  VALUE SPACES.
           05 REL-CLI-PAGO  PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER        PIC X(001)  VALUE SPACES.
           05 REL-CLI-DISP  PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       01 LINHA-DET-VEN.
           05 REL-VEN-COD   PIC 9(005).
           05 FILLER        PIC X(043)  VALUE SPACES.
           05 REL-VEN-CALC  PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER        PIC X(001)  VALUE SPACES.
           05 REL-VEN-PAGO  PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER        PIC X(001)  VALUE SPACES.
           05 REL-VEN-DISP  PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       01 LINHA-TOTAIS.
           05 FILLER        PIC X(15) VALUE 'LANCAMENTOS..: '.
           05 TOT-QTD       PIC ZZZZZ9.
           05 FILLER        PIC X(27) VALUE SPACES.
           05 TOT-CALC      PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER        PIC X(001)  VALUE SPACES.
           05 TOT-PAGO      PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER        PIC X(001)  VALUE SPACES.
           05 TOT-DISP      PIC ZZ.ZZZ.ZZZ.ZZ9,99.

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

       01 SS-COMPETENCIA FOREGROUND-COLOR 2.
           05 LINE 08 COLUMN 12 VALUE
              "COMPETENCIA (AAAAMM, ZEROS=MES ANTERIOR):".
           05 COLUMN PLUS 2 PIC 9(06) USING WS-ANOMES
              BLANK WHEN ZEROS.

       PROCEDURE DIVISION.
       INICIO.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.
           SET ENVIRONMENT 'COB_SCREEN_ESC' TO 'Y'.
           SET ENVIRONMENT 'ESCDELAY' TO '25'.
           ACCEPT  WS-NUML FROM LINES
           ACCEPT  WS-NUMC FROM COLUMNS
           ACCEPT  WS-DATA-HOJE FROM DATE YYYYMMDD
           PERFORM MONTA-CAMINHOS

           ACCEPT WS-PARM FROM COMMAND-LINE
           IF WS-PARM NOT = SPACES
              SET MODO-BATCH TO TRUE
              IF WS-PARM (1:6) IS NUMERIC
                 MOVE WS-PARM (1:6) TO WS-ANOMES
              END-IF
           END-IF

           IF MODO-INTERATIVO
              DISPLAY SS-CLS
              MOVE "ESC PARA ENCERRAR" TO WS-STATUS
              DISPLAY SS-STATUS
              DISPLAY SS-COMPETENCIA
              ACCEPT  SS-COMPETENCIA
              IF COB-CRT-STATUS = COB-SCR-ESC
                 GOBACK
              END-IF
           END-IF

      *    Sem competencia informada vale o mes anterior, o do
      *    fechamento.
           IF WS-ANOMES = ZEROS
              MOVE WS-DATA-HOJE (1:6) TO WS-ANOMES-ANT
              IF WS-AMA-MES = 01
                 MOVE 12 TO WS-AMA-MES
                 SUBTRACT 1 FROM WS-AMA-ANO
              ELSE
                 SUBTRACT 1 FROM WS-AMA-MES
              END-IF
              MOVE WS-ANOMES-ANT TO WS-ANOMES
           END-IF
           MOVE WS-ANOMES TO CAB-ANOMES

           PERFORM ABRIR-ARQUIVO

           MOVE LOW-VALUES TO FATPAG-FPG
           START FATPAG KEY NOT LESS THAN FPG-KEY
                 INVALID KEY
                    MOVE 10 TO FPG-STAT
           END-START

           PERFORM ACUMULA-UM THRU ACUMULA-UM-SAI UNTIL FSP-FIM-REG

           IF WS-QTD-LANCTOS = ZEROS
              MOVE 04 TO WS-RETCODE
              DISPLAY 'PROG126: NENHUM ENCARGO NA COMPETENCIA '
                      WS-ANOMES
              PERFORM FINALIZA
           END-IF

           PERFORM IMP-CABEC

           WRITE RELENC-REL FROM LINHA-SECAO-CLI AFTER 1
           WRITE RELENC-REL FROM LINHA-BRANCO AFTER 1
           PERFORM IMPRIME-CLIENTE
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-QTD-CLIS

           WRITE RELENC-REL FROM LINHA-BRANCO AFTER 1
           WRITE RELENC-REL FROM LINHA-SECAO-VEN AFTER 1
           WRITE RELENC-REL FROM LINHA-BRANCO AFTER 1
           PERFORM IMPRIME-VENDEDOR
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-QTD-VENDS

           PERFORM TOTAIS
           PERFORM FINALIZA
           .
       FIM-PROCES.
           EXIT.

      *-------------------------------------------------------------*
       ACUMULA-UM.
      *-------------------------------------------------------------*
           READ FATPAG NEXT AT END
                GO TO ACUMULA-UM-SAI
           END-READ

           IF FPG-DATA (1:6) NOT = WS-ANOMES
              GO TO ACUMULA-UM-SAI
           END-IF

      *    Lancamento anterior a divisao de encargos ou pago em dia.
           IF FPG-ENC-CALCULADO NOT NUMERIC
              OR FPG-ENC-CALCULADO = ZEROS
              GO TO ACUMULA-UM-SAI
           END-IF

           MOVE FPG-NUMERO TO FAT-NUMERO
           READ FATURA
                INVALID KEY
                   MOVE ZEROS TO FAT-CODC
           END-READ

           PERFORM CARREGA-CLIENTE THRU CARREGA-CLIENTE-FIM

           ADD 1                 TO WS-QTD-LANCTOS
           ADD FPG-ENC-CALCULADO TO WS-TOT-CALC
           ADD FPG-ENC-PAGO      TO WS-TOT-PAGO
           ADD FPG-ENC-DISPENSA  TO WS-TOT-DISP

           PERFORM ACUMULA-CLIENTE THRU ACUMULA-CLIENTE-FIM
           PERFORM ACUMULA-VENDEDOR THRU ACUMULA-VENDEDOR-FIM
           .
       ACUMULA-UM-SAI.
           EXIT.

      *-------------------------------------------------------------*
       CARREGA-CLIENTE.
      *-------------------------------------------------------------*
           MOVE '*** SEM CADASTRO ***' TO WS-CLI-NOME
           MOVE ZEROS                  TO WS-CLI-VEND
           IF SEM-CLIENTES OR FAT-CODC = ZEROS
              GO TO CARREGA-CLIENTE-FIM
           END-IF

           MOVE FAT-CODC TO CLI-COD
           READ CLIENTES KEY IS CLI-COD
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   MOVE CLI-NOME TO WS-CLI-NOME
                   MOVE CLI-VEND TO WS-CLI-VEND
           END-READ
           .
       CARREGA-CLIENTE-FIM.
           EXIT.

      *-------------------------------------------------------------*
       ACUMULA-CLIENTE.
      *-------------------------------------------------------------*
           MOVE ZEROS TO WS-IDX-ACHOU
           PERFORM PROCURA-CLIENTE
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-QTD-CLIS
                  OR WS-IDX-ACHOU NOT = ZEROS

           IF WS-IDX-ACHOU = ZEROS
              IF WS-QTD-CLIS = 5000
                 GO TO ACUMULA-CLIENTE-FIM
              END-IF
              ADD 1 TO WS-QTD-CLIS
              MOVE WS-QTD-CLIS TO WS-IDX-ACHOU
              MOVE FAT-CODC    TO WS-TC-COD  (WS-IDX-ACHOU)
              MOVE WS-CLI-NOME TO WS-TC-NOME (WS-IDX-ACHOU)
              MOVE WS-CLI-VEND TO WS-TC-VEND (WS-IDX-ACHOU)
              MOVE ZEROS TO WS-TC-CALC (WS-IDX-ACHOU)
                            WS-TC-PAGO (WS-IDX-ACHOU)
                            WS-TC-DISP (WS-IDX-ACHOU)
           END-IF

           ADD FPG-ENC-CALCULADO TO WS-TC-CALC (WS-IDX-ACHOU)
           ADD FPG-ENC-PAGO      TO WS-TC-PAGO (WS-IDX-ACHOU)
           ADD FPG-ENC-DISPENSA  TO WS-TC-DISP (WS-IDX-ACHOU)
           .
       ACUMULA-CLIENTE-FIM.
           EXIT.

      *-------------------------------------------------------------*
       PROCURA-CLIENTE.
      *-------------------------------------------------------------*
           IF WS-TC-COD (WS-IDX) = FAT-CODC
              MOVE WS-IDX TO WS-IDX-ACHOU
           END-IF
           .
       PROCURA-CLIENTE-FIM.
           EXIT.

      *-------------------------------------------------------------*
       ACUMULA-VENDEDOR.
      *-------------------------------------------------------------*
           MOVE ZEROS TO WS-IDX-ACHOU
           PERFORM PROCURA-VENDEDOR
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-QTD-VENDS
                  OR WS-IDX-ACHOU NOT = ZEROS

           IF WS-IDX-ACHOU = ZEROS
              IF WS-QTD-VENDS = 2000
                 GO TO ACUMULA-VENDEDOR-FIM
              END-IF
              ADD 1 TO WS-QTD-VENDS
              MOVE WS-QTD-VENDS TO WS-IDX-ACHOU
              MOVE WS-CLI-VEND  TO WS-TV-COD (WS-IDX-ACHOU)
              MOVE ZEROS TO WS-TV-CALC (WS-IDX-ACHOU)
                            WS-TV-PAGO (WS-IDX-ACHOU)
                            WS-TV-DISP (WS-IDX-ACHOU)
           END-IF

           ADD FPG-ENC-CALCULADO TO WS-TV-CALC (WS-IDX-ACHOU)
           ADD FPG-ENC-PAGO      TO WS-TV-PAGO (WS-IDX-ACHOU)
           ADD FPG-ENC-DISPENSA  TO WS-TV-DISP (WS-IDX-ACHOU)
           .
       ACUMULA-VENDEDOR-FIM.
           EXIT.

      *-------------------------------------------------------------*
       PROCURA-VENDEDOR.
      *-------------------------------------------------------------*
           IF WS-TV-COD (WS-IDX) = WS-CLI-VEND
              MOVE WS-IDX TO WS-IDX-ACHOU
           END-IF
           .
       PROCURA-VENDEDOR-FIM.
           EXIT.

      *-------------------------------------------------------------*
       IMPRIME-CLIENTE.
      *-------------------------------------------------------------*
           MOVE WS-TC-COD  (WS-IDX) TO REL-CLI-COD
           MOVE WS-TC-NOME (WS-IDX) TO REL-CLI-NOME
           MOVE WS-TC-VEND (WS-IDX) TO REL-CLI-VEND
           MOVE WS-TC-CALC (WS-IDX) TO REL-CLI-CALC
           MOVE WS-TC-PAGO (WS-IDX) TO REL-CLI-PAGO
           MOVE WS-TC-DISP (WS-IDX) TO REL-CLI-DISP
           WRITE RELENC-REL FROM LINHA-DET-CLI AFTER ADVANCING 1 LINE
               AT END-OF-PAGE
                  PERFORM IMP-CABEC
           END-WRITE
           .
       IMPRIME-CLIENTE-FIM.
           EXIT.

      *-------------------------------------------------------------*
       IMPRIME-VENDEDOR.
      *-------------------------------------------------------------*
           MOVE WS-TV-COD  (WS-IDX) TO REL-VEN-COD
           MOVE WS-TV-CALC (WS-IDX) TO REL-VEN-CALC
           MOVE WS-TV-PAGO (WS-IDX) TO REL-VEN-PAGO
           MOVE WS-TV-DISP (WS-IDX) TO REL-VEN-DISP
           WRITE RELENC-REL FROM LINHA-DET-VEN AFTER ADVANCING 1 LINE
               AT END-OF-PAGE
                  PERFORM IMP-CABEC
           END-WRITE
           .
       IMPRIME-VENDEDOR-FIM.
           EXIT.

      *-------------------------------------------------------------*
       IMP-CABEC.
      *-------------------------------------------------------------*
           ADD  01              TO WS-CTPAG
           MOVE WS-CTPAG        TO PAG-REL
           WRITE RELENC-REL    FROM LINHA-CAB0 AFTER ADVANCING PAGE
           WRITE RELENC-REL    FROM LINHA-BRANCO AFTER ADVANCING 1
                 LINE
           .
       IMP-CABEC-FIM.
           EXIT.

      *-------------------------------------------------------------*
       TOTAIS.
      *-------------------------------------------------------------*
           MOVE WS-QTD-LANCTOS TO TOT-QTD
           MOVE WS-TOT-CALC    TO TOT-CALC
           MOVE WS-TOT-PAGO    TO TOT-PAGO
           MOVE WS-TOT-DISP    TO TOT-DISP
           WRITE RELENC-REL FROM LINHA-BRANCO AFTER 1
           WRITE RELENC-REL FROM LINHA-TOTAIS AFTER 1

           IF MODO-BATCH
              DISPLAY 'ENCARGOS - ' LINHA-TOTAIS
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
                  'FATPAG.ARQ'                 DELIMITED BY SIZE
             INTO WS-ARQ-FATPAG
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'FATURA.ARQ'                 DELIMITED BY SIZE
             INTO WS-ARQ-FATURA
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'CLIENTES.ARQ'               DELIMITED BY SIZE
             INTO WS-ARQ-CLIENTES
           END-STRING

      *    O relatorio vai para o SPOOL\ com nome datado (PROG35) e
      *    entra no catalogo ao final.
           MOVE 'N'            TO LK-SPL-OPER
           MOVE 'PROG126'      TO LK-SPL-PROGRAMA
           MOVE 'REL-ENC.TXT'  TO LK-SPL-SUFIXO
           CALL "PROG35" USING LK-SPOOL END-CALL
           MOVE LK-SPL-CAMINHO TO WS-ARQ-RELENC
           .
       MONTA-CAMINHOS-FIM.
           EXIT.

      *-------------------------------------------------------------*
       ABRIR-ARQUIVO.
      *-------------------------------------------------------------*
           OPEN INPUT FATPAG
           IF FSP-NAO-EXISTE
              DISPLAY 'ARQUIVO FATPAG NAO ENCONTRADO'
              MOVE 12 TO WS-RETCODE
              PERFORM FINALIZA
           END-IF

           OPEN INPUT FATURA
           IF FSF-NAO-EXISTE
              DISPLAY 'ARQUIVO FATURA NAO ENCONTRADO'
              MOVE 12 TO WS-RETCODE
              PERFORM FINALIZA
           END-IF

           SET TEM-CLIENTES TO TRUE
           OPEN INPUT CLIENTES
           IF FSC-NAO-EXISTE
              SET SEM-CLIENTES TO TRUE
           END-IF

           OPEN OUTPUT RELENC
           .
       ABRIR-ARQUIVO-FIM.
           EXIT.

      *-------------------------------------------------------------*
        FINALIZA.
      *-------------------------------------------------------------*
           CLOSE FATPAG FATURA RELENC
           IF TEM-CLIENTES
              CLOSE CLIENTES
           END-IF

           MOVE 'R'            TO LK-SPL-OPER
           MOVE 'PROG126'      TO LK-SPL-PROGRAMA
           MOVE WS-ANOMES      TO LK-SPL-PARAMS
           MOVE WS-QTD-LANCTOS TO LK-SPL-QTDE
           MOVE WS-ARQ-RELENC  TO LK-SPL-CAMINHO
           CALL "PROG35" USING LK-SPOOL END-CALL

           MOVE WS-RETCODE TO RETURN-CODE
           GOBACK.
