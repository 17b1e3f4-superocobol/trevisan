      ******************************************************************
      * Autor.....: Alexandre Trevisani (PROVA COBOL)
      * Data......: Julho/2019
      * Programa..: PROG137 - Manuteno da Tabela de Alquotas
      * Observao: Inclusao/alteracao/exclusao das aliquotas dos
      *             impostos da fatura em ALIQTRIB.ARQ, no estilo
      *             INC/ALT/EXC do PROG137: por UF de origem, UF de
      *             destino, NCM (00000000 = linha geral do par de
      *             UFs) e inicio de vigencia (AAAAMMDD), as aliquotas
      *             de ICMS, IPI, PIS e COFINS em percentual. Mudanca
      *             de aliquota entra como linha nova com a nova
      *             vigencia, preservando a anterior para as faturas
      *             ja emitidas. Usada pelo PROG64 no faturamento.
      * Historico.:
      *   2026 mnt - Programa novo.
      ******************************************************************
       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         PROG137.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SPECIAL-NAMES.      DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.

       SELECT ALIQTRIB ASSIGN TO WS-ARQ-ALIQTRIB
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              FILE STATUS  IS ALQ-STAT
              RECORD KEY   IS ALQ-KEY.

       DATA                DIVISION.
       FILE                SECTION.

       COPY FD_ALIQTRIB.

       WORKING-STORAGE SECTION.

       01 WS-MODULO.
           05 FILLER        PIC X(30) VALUE
              "PROVA COBOL - ALIQUOTAS".
           05 FILLER        PIC X(12) VALUE "MENSAGEM :".
           05 WS-MENSAG     PIC X(40) VALUE SPACES.

       77 WS-DIR-DADOS       PIC X(50) VALUE SPACES.
       77 WS-ARQ-ALIQTRIB    PIC X(70) VALUE SPACES.

       77 WS-OPCAO          PIC X(03) VALUE SPACES.
           88 INCLUIR       VALUE IS "INC" "inc".
           88 ALTERAR       VALUE IS "ALT" "alt".
           88 EXCLUIR       VALUE IS "EXC" "exc".
           88 FINALIZAR     VALUE IS "FIM" "fim".

       77 ALQ-STAT          PIC 9(02).
           88 FS-OK         VALUE ZEROS.
           88 FS-NAO-EXISTE VALUE 35.
           88 FS-CANCELA    VALUE 99.

      *    Apoio para validar a data de vigencia.
       01 WS-VIGENCIA.
           05 WS-VIG-ANO    PIC 9(04).
           05 WS-VIG-MES    PIC 9(02).
           05 WS-VIG-DIA    PIC 9(02).

       77 WS-ERRO           PIC X.
           88 E-SIM         VALUES ARE "S" "s".
           88 E-NAO         VALUES ARE "N" "n".

       77 WS-NUML           PIC 999.
       77 WS-NUMC           PIC 999.
       77 COR-FUNDO         PIC 9 VALUE 1.
       77 COR-FRENTE        PIC 9 VALUE 6.

       77 WS-STATUS         PIC X(40).
       77 WS-MSGERRO        PIC X(80).

       COPY LK_FILE_STATUS.

       COPY LK_IDEXEC.

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
                  "ESCOLHA OPCAO INC/ALT/EXC/FIM :".
               10 LINE 08 COL PLUS 1 USING WS-OPCAO.

       01 SS-TELA-REGISTRO.
           05 SS-CHAVE FOREGROUND-COLOR 2.
               10 LINE 10 COLUMN 12 VALUE "UF ORIGEM........:".
               10 COLUMN PLUS 2 PIC X(02) USING ALQ-UF-ORIG.
               10 LINE 11 COLUMN 12 VALUE "UF DESTINO.......:".
               10 COLUMN PLUS 2 PIC X(02) USING ALQ-UF-DEST.
               10 LINE 12 COLUMN 12 VALUE "NCM..............:".
               10 COLUMN PLUS 2 PIC 9(08) USING ALQ-NCM.
               10 COLUMN PLUS 2 VALUE "(00000000 = GERAL DO PAR DE UF)".
               10 LINE 13 COLUMN 12 VALUE "VIGENCIA A PARTIR:".
               10 COLUMN PLUS 2 PIC 9(08) USING ALQ-VIGENCIA
                  BLANK WHEN ZEROS.
               10 COLUMN PLUS 2 VALUE "(AAAAMMDD)".
           05 SS-ALTER.
              07 SS-ICMS FOREGROUND-COLOR 2.
                 10 LINE 15 COLUMN 13 VALUE "ICMS.............:".
                 10 COLUMN PLUS 2 PIC Z9,99 USING ALQ-ICMS.
                 10 COLUMN PLUS 1 VALUE "%".
              07 SS-IPI FOREGROUND-COLOR 2.
                 10 LINE 16 COLUMN 13 VALUE "IPI..............:".
                 10 COLUMN PLUS 2 PIC Z9,99 USING ALQ-IPI.
                 10 COLUMN PLUS 1 VALUE "%".
              07 SS-PIS FOREGROUND-COLOR 2.
                 10 LINE 17 COLUMN 13 VALUE "PIS..............:".
                 10 COLUMN PLUS 2 PIC Z9,99 USING ALQ-PIS.
                 10 COLUMN PLUS 1 VALUE "%".
              07 SS-COFINS FOREGROUND-COLOR 2.
                 10 LINE 18 COLUMN 13 VALUE "COFINS...........:".
                 10 COLUMN PLUS 2 PIC Z9,99 USING ALQ-COFINS.
                 10 COLUMN PLUS 1 VALUE "%".

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
           MOVE 'PROG137'  TO LK-IDX-PROGRAMA
           CALL "PROG58" USING LK-IDEXEC END-CALL
           MOVE LK-IDX-ID TO LK-IDE
           PERFORM ABRIR-ARQUIVO
           DISPLAY SS-CLS
           PERFORM UNTIL FINALIZAR
               MOVE "ESCOLHA A OPCAO" TO WS-MENSAG
               DISPLAY                   SS-CLS
               MOVE SPACES            TO WS-OPCAO
               DISPLAY                   SS-TELA-REGISTRO
               ACCEPT                    SS-FUNCAO

               EVALUATE TRUE
                   WHEN INCLUIR
                       PERFORM INCLUI THRU INCLUI-FIM
                   WHEN ALTERAR
                       PERFORM ALTERA THRU ALTERA-FIM
                   WHEN EXCLUIR
                       PERFORM EXCLUI THRU EXCLUI-FIM
                   WHEN FINALIZAR
                       MOVE "FIM PROCESSAMENTO" TO WS-MENSAG
                       DISPLAY SS-CABECALHO
                       ACCEPT  SS-ERRO
                       MOVE SPACES              TO WS-MENSAG
                   WHEN OTHER
                       MOVE "OPCAO INVALIDA"    TO WS-MENSAG
                       DISPLAY SS-CABECALHO
                       ACCEPT  SS-ERRO
                       MOVE SPACES              TO WS-MENSAG
                END-EVALUATE
           END-PERFORM

           CLOSE ALIQTRIB
           GOBACK
           .

      *-----------------------------------------------------------------
       INCLUI.
      *-----------------------------------------------------------------
           MOVE "INCLUSAO" TO WS-MENSAG
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS
           DISPLAY SS-TELA-REGISTRO
           MOVE SPACES TO ALIQTRIB-ALQ
           MOVE ZEROS  TO ALQ-NCM ALQ-VIGENCIA ALQ-ICMS ALQ-IPI
                          ALQ-PIS ALQ-COFINS ALQ-DT-ALTERACAO
           SET E-NAO TO TRUE
           .
       DIG-DADOS.
           ACCEPT SS-TELA-REGISTRO  END-ACCEPT

           PERFORM VALIDA-ALIQUOTA

           IF E-NAO
              ACCEPT ALQ-DT-ALTERACAO FROM DATE YYYYMMDD
              WRITE ALIQTRIB-ALQ
                    INVALID KEY
                      MOVE 'INCLUI'                          TO LK-PAR
                      MOVE 'WRITE'                           TO LK-CMD
                      PERFORM ERRO-FILE-STATUS
                      SET E-SIM TO TRUE
              END-WRITE
           END-IF
           .

       INCLUI-FIM.
           EXIT.

      *-----------------------------------------------------------------
       VALIDA-ALIQUOTA.
      *-----------------------------------------------------------------
           INSPECT ALQ-UF-ORIG CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           INSPECT ALQ-UF-DEST CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'

           IF ALQ-UF-ORIG = SPACES OR ALQ-UF-DEST = SPACES
              MOVE "FAVOR INFORMAR AS UF DE ORIGEM E DESTINO"
                   TO WS-MSGERRO
              SET E-SIM TO TRUE
              PERFORM MOSTRA-ERRO
           END-IF

           MOVE ALQ-VIGENCIA TO WS-VIGENCIA
           IF WS-VIG-ANO < 1990
              OR WS-VIG-MES < 1 OR WS-VIG-MES > 12
              OR WS-VIG-DIA < 1 OR WS-VIG-DIA > 31
              MOVE "VIGENCIA INVALIDA (AAAAMMDD)" TO WS-MSGERRO
              SET E-SIM TO TRUE
              PERFORM MOSTRA-ERRO
           END-IF
           .
       VALIDA-ALIQUOTA-FIM.
           EXIT.

      *-----------------------------------------------------------------
       ALTERA.
      *-----------------------------------------------------------------
           MOVE "ALTERACAO" TO WS-MENSAG.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
       ALTERA-LOOP.
           MOVE SPACES TO ALIQTRIB-ALQ.
           MOVE ZEROS  TO ALQ-NCM ALQ-VIGENCIA.
           DISPLAY SS-TELA-REGISTRO.
           PERFORM LE-ALIQUOTA THRU LE-ALIQUOTA-FIM.
           IF FS-CANCELA
               GO TO ALTERA-FIM
           END-IF
           IF FS-OK
               DISPLAY SS-TELA-REGISTRO
               ACCEPT SS-ALTER
               IF COB-CRT-STATUS = COB-SCR-ESC
                   GO ALTERA-LOOP
               END-IF
           ELSE
               GO ALTERA-LOOP
            END-IF
            PERFORM ALTERA-GRAVA THRU ALTERA-GRAVA-FIM.
            GO ALTERA-LOOP.
       ALTERA-FIM.
            EXIT.

      *-----------------------------------------------------------------
       ALTERA-GRAVA.
      *-----------------------------------------------------------------
           SET E-NAO TO TRUE

           PERFORM VALIDA-ALIQUOTA

           IF E-SIM
              GO TO ALTERA-GRAVA-FIM
           END-IF

           ACCEPT ALQ-DT-ALTERACAO FROM DATE YYYYMMDD
           REWRITE ALIQTRIB-ALQ
               INVALID KEY
                     MOVE 'ALTERA'                        TO LK-PAR
                     MOVE 'REWRITE'                       TO LK-CMD
                     PERFORM ERRO-FILE-STATUS
                     SET E-SIM TO TRUE
           END-REWRITE
           .
       ALTERA-GRAVA-FIM.
            EXIT.

      *-----------------------------------------------------------------
       EXCLUI.
      *-----------------------------------------------------------------
           MOVE "EXCLUSAO" TO WS-MENSAG.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           MOVE SPACES TO ALIQTRIB-ALQ.
           MOVE ZEROS  TO ALQ-NCM ALQ-VIGENCIA.
           DISPLAY SS-TELA-REGISTRO.
           PERFORM LE-ALIQUOTA THRU LE-ALIQUOTA-FIM.
           IF FS-CANCELA
               GO EXCLUI-FIM
           END-IF
           IF NOT FS-OK
               GO EXCLUI
           END-IF
           DISPLAY SS-TELA-REGISTRO.
           MOVE "N" TO WS-ERRO.
           MOVE "CONFIRMA A EXCLUSAO DA ALIQUOTA (S/N)?" TO WS-MSGERRO.
           ACCEPT SS-ERRO.
           IF NOT E-SIM
               GO EXCLUI-FIM
           END-IF
           DELETE ALIQTRIB
               INVALID KEY
                      MOVE 'EXCLUIR'                         TO LK-PAR
                      MOVE 'DELETE'                          TO LK-CMD
                      PERFORM ERRO-FILE-STATUS
                      SET E-SIM TO TRUE
           END-DELETE.
       EXCLUI-FIM.
           EXIT.

      *-----------------------------------------------------------------
       LE-ALIQUOTA.
      *-----------------------------------------------------------------
           ACCEPT SS-CHAVE.
           IF NOT COB-CRT-STATUS = COB-SCR-ESC
               READ ALIQTRIB
                   INVALID KEY
                      MOVE "ALIQUOTA NAO ENCONTRADA" TO WS-MSGERRO
                      PERFORM MOSTRA-ERRO
               END-READ
           ELSE
               MOVE 99 TO ALQ-STAT
           END-IF.
       LE-ALIQUOTA-FIM.
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
                  'ALIQTRIB.ARQ'               DELIMITED BY SIZE
             INTO WS-ARQ-ALIQTRIB
           END-STRING
           .
       MONTA-CAMINHOS-FIM.
           EXIT.

      *-----------------------------------------------------------------
       ABRIR-ARQUIVO.
      *-----------------------------------------------------------------
           OPEN I-O ALIQTRIB
           IF FS-NAO-EXISTE THEN
               OPEN OUTPUT ALIQTRIB
               CLOSE ALIQTRIB
               OPEN I-O ALIQTRIB
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
           MOVE 'PROG137'                    TO LK-PRG
           MOVE 'ALIQTRIB'                  TO LK-ARQ
           MOVE ALQ-STAT                    TO LK-STA
           CALL "PROG10" USING LK-FILE-STATUS END-CALL
           .
       FIM-ERRO.
           EXIT.
