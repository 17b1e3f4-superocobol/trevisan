      ******************************************************************
      * Autor.....: Alexandre Trevisani (PROVA COBOL)
      * Data......: Julho/2019
      * Programa..: PROG131 - Manutenção das Faixas da Provisão (PDD)
      * Observação: Inclusao/alteracao/exclusao das faixas de atraso
      *             da provisao para devedores duvidosos em
      *             PDDFAIXA.ARQ, no estilo INC/ALT/EXC do PROG127:
      *             dias de atraso ate onde vai a faixa (0 = faturas
      *             a vencer), descricao e percentual do saldo em
      *             aberto a provisionar (0 a 100). O calculo mensal
      *             e' o PROG132; a tabela comporta ate 10 faixas.
      * Historico.:
      *   2026 mnt - Programa novo.
      ******************************************************************
       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         PROG131.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SPECIAL-NAMES.      DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.

       SELECT PDDFAIXA ASSIGN TO WS-ARQ-PDDFAIXA
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              FILE STATUS  IS PDF-STAT
              RECORD KEY   IS PDF-KEY.

       DATA                DIVISION.
       FILE                SECTION.

       COPY FD_PDDFAIXA.

       WORKING-STORAGE SECTION.

       01 WS-MODULO.
           05 FILLER        PIC X(30) VALUE
              "PROVA COBOL - FAIXAS DA PDD".
           05 FILLER        PIC X(12) VALUE "MENSAGEM :".
           05 WS-MENSAG     PIC X(40) VALUE SPACES.

       77 WS-DIR-DADOS       PIC X(50) VALUE SPACES.
       77 WS-ARQ-PDDFAIXA    PIC X(70) VALUE SPACES.

       77 WS-OPCAO          PIC X(03) VALUE SPACES.
           88 INCLUIR       VALUE IS "INC" "inc".
           88 ALTERAR       VALUE IS "ALT" "alt".
           88 EXCLUIR       VALUE IS "EXC" "exc".
           88 FINALIZAR     VALUE IS "FIM" "fim".

       77 PDF-STAT          PIC 9(02).
           88 FS-OK         VALUE ZEROS.
           88 FS-NAO-EXISTE VALUE 35.
           88 FS-CANCELA    VALUE 99.
           88 FS-FIM-REG    VALUE 10.

       01 WS-PDF-SALVA      PIC X(30) VALUE SPACES.

      *    O PROG132 carrega no maximo 10 faixas.
       77 WS-QTD-FAIXAS     PIC 9(03) VALUE ZEROS.

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
               10 LINE 10 COLUMN 12 VALUE "ATRASO ATE (DIAS):".
               10 COLUMN PLUS 2 PIC ZZZZ9 USING PDF-DIAS-ATE.
               10 COLUMN PLUS 2 VALUE "(0 = A VENCER)".
           05 SS-ALTER.
              07 SS-DESCR FOREGROUND-COLOR 2.
                 10 LINE 12 COLUMN 13 VALUE "DESCRICAO........:".
                 10 COLUMN PLUS 2 PIC X(20) USING PDF-DESCRICAO.
              07 SS-PERC FOREGROUND-COLOR 2.
                 10 LINE 14 COLUMN 13 VALUE "PERCENTUAL.......:".
                 10 COLUMN PLUS 2 PIC ZZ9,99 USING PDF-PERCENTUAL.
                 10 COLUMN PLUS 2 VALUE "% DO SALDO EM ABERTO".

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
           MOVE 'PROG131'  TO LK-IDX-PROGRAMA
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

           CLOSE PDDFAIXA
           GOBACK
           .

      *-----------------------------------------------------------------
       INCLUI.
      *-----------------------------------------------------------------
           MOVE "INCLUSAO" TO WS-MENSAG
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS
           DISPLAY SS-TELA-REGISTRO
           MOVE SPACES TO PDDFAIXA-PDF
           MOVE ZEROS  TO PDF-DIAS-ATE PDF-PERCENTUAL
           SET E-NAO TO TRUE
           .
       DIG-DADOS.
           ACCEPT SS-TELA-REGISTRO  END-ACCEPT

           PERFORM VALIDA-FAIXA

           IF E-NAO
              PERFORM CONTA-FAIXAS THRU CONTA-FAIXAS-FIM
              IF WS-QTD-FAIXAS NOT < 10
                 MOVE "TABELA JA TEM 10 FAIXAS" TO WS-MSGERRO
                 PERFORM MOSTRA-ERRO
                 SET E-SIM TO TRUE
              END-IF
           END-IF

           IF E-NAO
              WRITE PDDFAIXA-PDF
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
       VALIDA-FAIXA.
      *-----------------------------------------------------------------
           IF PDF-DESCRICAO = SPACES
              MOVE "FAVOR INFORMAR A DESCRICAO" TO WS-MSGERRO
              SET E-SIM TO TRUE
              PERFORM MOSTRA-ERRO
           END-IF

           IF PDF-PERCENTUAL > 100
              MOVE "PERCENTUAL DEVE SER DE 0 A 100" TO WS-MSGERRO
              SET E-SIM TO TRUE
              PERFORM MOSTRA-ERRO
           END-IF
           .
       VALIDA-FAIXA-FIM.
           EXIT.

      *-----------------------------------------------------------------
       CONTA-FAIXAS.
      *-----------------------------------------------------------------
      *    Conta as faixas gravadas, preservando o registro digitado.
           MOVE ZEROS TO WS-QTD-FAIXAS
           MOVE PDDFAIXA-PDF TO WS-PDF-SALVA
           MOVE ZEROS TO PDF-DIAS-ATE
           START PDDFAIXA KEY NOT LESS THAN PDF-KEY
                 INVALID KEY
                    MOVE 10 TO PDF-STAT
           END-START
           PERFORM CONTA-UMA THRU CONTA-UMA-SAI UNTIL FS-FIM-REG
           MOVE WS-PDF-SALVA TO PDDFAIXA-PDF
           .
       CONTA-FAIXAS-FIM.
           EXIT.

      *-----------------------------------------------------------------
       CONTA-UMA.
      *-----------------------------------------------------------------
           READ PDDFAIXA NEXT AT END
                GO TO CONTA-UMA-SAI
           END-READ
           ADD 1 TO WS-QTD-FAIXAS
           .
       CONTA-UMA-SAI.
           EXIT.

      *-----------------------------------------------------------------
       ALTERA.
      *-----------------------------------------------------------------
           MOVE "ALTERACAO" TO WS-MENSAG.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
       ALTERA-LOOP.
           MOVE SPACES TO PDDFAIXA-PDF.
           MOVE ZEROS  TO PDF-DIAS-ATE.
           DISPLAY SS-TELA-REGISTRO.
           PERFORM LE-FAIXA THRU LE-FAIXA-FIM.
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

           PERFORM VALIDA-FAIXA

           IF E-SIM
              GO TO ALTERA-GRAVA-FIM
           END-IF

           REWRITE PDDFAIXA-PDF
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
           MOVE SPACES TO PDDFAIXA-PDF.
           MOVE ZEROS  TO PDF-DIAS-ATE.
           DISPLAY SS-TELA-REGISTRO.
           PERFORM LE-FAIXA THRU LE-FAIXA-FIM.
           IF FS-CANCELA
               GO EXCLUI-FIM
           END-IF
           IF NOT FS-OK
               GO EXCLUI
           END-IF
           DISPLAY SS-TELA-REGISTRO.
           MOVE "N" TO WS-ERRO.
           MOVE "CONFIRMA A EXCLUSAO DA FAIXA (S/N)?" TO WS-MSGERRO.
           ACCEPT SS-ERRO.
           IF NOT E-SIM
               GO EXCLUI-FIM
           END-IF
           DELETE PDDFAIXA
               INVALID KEY
                      MOVE 'EXCLUIR'                         TO LK-PAR
                      MOVE 'DELETE'                          TO LK-CMD
                      PERFORM ERRO-FILE-STATUS
                      SET E-SIM TO TRUE
           END-DELETE.
       EXCLUI-FIM.
           EXIT.

      *-----------------------------------------------------------------
       LE-FAIXA.
      *-----------------------------------------------------------------
           ACCEPT SS-CHAVE.
           IF NOT COB-CRT-STATUS = COB-SCR-ESC
               READ PDDFAIXA
                   INVALID KEY
                      MOVE "FAIXA NAO ENCONTRADA" TO WS-MSGERRO
                      PERFORM MOSTRA-ERRO
               END-READ
           ELSE
               MOVE 99 TO PDF-STAT
           END-IF.
       LE-FAIXA-FIM.
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
                  'PDDFAIXA.ARQ'               DELIMITED BY SIZE
             INTO WS-ARQ-PDDFAIXA
           END-STRING
           .
       MONTA-CAMINHOS-FIM.
           EXIT.

      *-----------------------------------------------------------------
       ABRIR-ARQUIVO.
      *-----------------------------------------------------------------
           OPEN I-O PDDFAIXA
           IF FS-NAO-EXISTE THEN
               OPEN OUTPUT PDDFAIXA
               CLOSE PDDFAIXA
               OPEN I-O PDDFAIXA
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
           MOVE 'PROG131'                    TO LK-PRG
           MOVE 'PDDFAIXA'                  TO LK-ARQ
           MOVE PDF-STAT                    TO LK-STA
           CALL "PROG10" USING LK-FILE-STATUS END-CALL
           .
       FIM-ERRO.
           EXIT.
