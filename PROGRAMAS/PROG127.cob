      ******************************************************************
      * Autor.....: Alexandre Trevisani (PROVA COBOL)
      * Data......: Julho/2019
      * Programa..: PROG127 - Manutenção das Condições de Pagamento
      * Observação: Inclusao/alteracao/exclusao das condicoes de
      *             pagamento em CONDPAG.ARQ, no estilo INC/ALT/EXC
      *             do PROG127: codigo, descricao, ate 6 prazos em
      *             dias contados da emissao (ex. 30/60/90, em ordem
      *             crescente, sem lacunas), classes de cliente que
      *             podem usar a condicao (ex. AB; espacos = todas) e
      *             situacao. O PROG22 grava o codigo no pedido e o
      *             PROG64 emite uma fatura por prazo. Condicao ja
      *             usada nao deve ser excluida: inativar ('I')
      *             preserva o historico.
      * Historico.:
      *   2026 mnt - Programa novo.
      ******************************************************************
       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         PROG127.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SPECIAL-NAMES.      DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.

       SELECT CONDPAG ASSIGN TO WS-ARQ-CONDPAG
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS RANDOM
              FILE STATUS  IS CPG-STAT
              RECORD KEY   IS CPG-KEY.

       DATA                DIVISION.
       FILE                SECTION.

       COPY FD_CONDPAG.

       WORKING-STORAGE SECTION.

       01 WS-MODULO.
           05 FILLER        PIC X(30) VALUE
              "PROVA COBOL - COND. PAGAMENTO".
           05 FILLER        PIC X(12) VALUE "MENSAGEM :".
           05 WS-MENSAG     PIC X(40) VALUE SPACES.

       77 WS-DIR-DADOS       PIC X(50) VALUE SPACES.
       77 WS-ARQ-CONDPAG     PIC X(70) VALUE SPACES.

       77 WS-OPCAO          PIC X(03) VALUE SPACES.
           88 INCLUIR       VALUE IS "INC" "inc".
           88 ALTERAR       VALUE IS "ALT" "alt".
           88 EXCLUIR       VALUE IS "EXC" "exc".
           88 FINALIZAR     VALUE IS "FIM" "fim".

       77 CPG-STAT          PIC 9(02).
           88 FS-OK         VALUE ZEROS.
           88 FS-NAO-EXISTE VALUE 35.
           88 FS-CANCELA    VALUE 99.

       77 WS-IDX            PIC 9(02) VALUE ZEROS.
       77 WS-PRAZO-ANT      PIC 9(03) VALUE ZEROS.
       77 WS-ACHOU-ZERO     PIC X(01) VALUE 'N'.

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
               10 LINE 10 COLUMN 12 VALUE "CONDICAO.:".
               10 COLUMN PLUS 2 PIC X(03) USING CPG-COD.
           05 SS-ALTER.
              07 SS-DESCR FOREGROUND-COLOR 2.
                 10 LINE 12 COLUMN 13 VALUE "DESCRICAO:".
                 10 COLUMN PLUS 2 PIC X(30) USING CPG-DESCRICAO.
              07 SS-PRAZOS FOREGROUND-COLOR 2.
                 10 LINE 14 COLUMN 13 VALUE "PRAZOS...:".
                 10 COLUMN PLUS 2 PIC ZZ9 USING CPG-DIAS (1).
                 10 COLUMN PLUS 2 PIC ZZ9 USING CPG-DIAS (2).
                 10 COLUMN PLUS 2 PIC ZZ9 USING CPG-DIAS (3).
                 10 COLUMN PLUS 2 PIC ZZ9 USING CPG-DIAS (4).
                 10 COLUMN PLUS 2 PIC ZZ9 USING CPG-DIAS (5).
                 10 COLUMN PLUS 2 PIC ZZ9 USING CPG-DIAS (6).
                 10 COLUMN PLUS 2 VALUE "(DIAS DA EMISSAO)".
              07 SS-CLASSES FOREGROUND-COLOR 2.
                 10 LINE 16 COLUMN 13 VALUE "CLASSES..:".
                 10 COLUMN PLUS 2 PIC X(03) USING CPG-CLASSES.
                 10 COLUMN PLUS 2 VALUE "(EX. AB; BRANCO = TODAS)".
              07 SS-SIT FOREGROUND-COLOR 2.
                 10 LINE 18 COLUMN 13 VALUE "SITUACAO.:".
                 10 COLUMN PLUS 2 PIC X(01) USING CPG-SITUACAO.

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
           MOVE 'PROG127'  TO LK-IDX-PROGRAMA
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

           CLOSE CONDPAG
           GOBACK
           .

      *-----------------------------------------------------------------
       INCLUI.
      *-----------------------------------------------------------------
           MOVE "INCLUSAO" TO WS-MENSAG
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS
           DISPLAY SS-TELA-REGISTRO
           MOVE SPACES TO CONDPAG-CPG
           MOVE ZEROS  TO CPG-QTD-PARC CPG-PRAZOS
           MOVE 'A'    TO CPG-SITUACAO
           SET E-NAO TO TRUE
           .
       DIG-DADOS.
           ACCEPT SS-TELA-REGISTRO  END-ACCEPT

           PERFORM VALIDA-CONDPAG

           IF E-NAO
              WRITE CONDPAG-CPG
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
       VALIDA-CONDPAG.
      *-----------------------------------------------------------------
           IF CPG-COD = SPACES
              MOVE "FAVOR INFORMAR O CODIGO" TO WS-MSGERRO
              SET E-SIM TO TRUE
              PERFORM MOSTRA-ERRO
           END-IF

           IF CPG-DESCRICAO = SPACES
              MOVE "FAVOR INFORMAR A DESCRICAO" TO WS-MSGERRO
              SET E-SIM TO TRUE
              PERFORM MOSTRA-ERRO
           END-IF

      *    Prazos em ordem crescente e sem lacuna: a quantidade de
      *    parcelas e' a de prazos informados.
           MOVE ZEROS TO CPG-QTD-PARC WS-PRAZO-ANT
           MOVE 'N'   TO WS-ACHOU-ZERO
           PERFORM CONFERE-PRAZO THRU CONFERE-PRAZO-FIM
               VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 6
           IF CPG-QTD-PARC = ZEROS
              MOVE "FAVOR INFORMAR AO MENOS UM PRAZO" TO WS-MSGERRO
              SET E-SIM TO TRUE
              PERFORM MOSTRA-ERRO
           END-IF

           INSPECT CPG-CLASSES CONVERTING 'abc' TO 'ABC'
           PERFORM CONFERE-CLASSE THRU CONFERE-CLASSE-FIM
               VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 3

           IF NOT CPG-ATIVA AND NOT CPG-INATIVA
              MOVE "SITUACAO DEVE SER A OU I" TO WS-MSGERRO
              SET E-SIM TO TRUE
              PERFORM MOSTRA-ERRO
           END-IF
           .
       VALIDA-CONDPAG-FIM.
           EXIT.

      *-----------------------------------------------------------------
       CONFERE-PRAZO.
      *-----------------------------------------------------------------
           IF CPG-DIAS (WS-IDX) = ZEROS
              MOVE 'S' TO WS-ACHOU-ZERO
              GO TO CONFERE-PRAZO-FIM
           END-IF

           IF WS-ACHOU-ZERO = 'S'
              OR CPG-DIAS (WS-IDX) NOT > WS-PRAZO-ANT
              MOVE "PRAZOS DEVEM SER CRESCENTES E SEM LACUNAS"
                   TO WS-MSGERRO
              SET E-SIM TO TRUE
              PERFORM MOSTRA-ERRO
              MOVE 7 TO WS-IDX
              GO TO CONFERE-PRAZO-FIM
           END-IF

           ADD 1 TO CPG-QTD-PARC
           MOVE CPG-DIAS (WS-IDX) TO WS-PRAZO-ANT
           .
       CONFERE-PRAZO-FIM.
           EXIT.

      *-----------------------------------------------------------------
       CONFERE-CLASSE.
      *-----------------------------------------------------------------
           IF CPG-CLASSES (WS-IDX:1) NOT = SPACE
              AND CPG-CLASSES (WS-IDX:1) NOT = 'A'
              AND CPG-CLASSES (WS-IDX:1) NOT = 'B'
              AND CPG-CLASSES (WS-IDX:1) NOT = 'C'
              MOVE "CLASSES DE CLIENTE DEVEM SER A, B OU C"
                   TO WS-MSGERRO
              SET E-SIM TO TRUE
              PERFORM MOSTRA-ERRO
              MOVE 4 TO WS-IDX
           END-IF
           .
       CONFERE-CLASSE-FIM.
           EXIT.

      *-----------------------------------------------------------------
       ALTERA.
      *-----------------------------------------------------------------
           MOVE "ALTERACAO" TO WS-MENSAG.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
       ALTERA-LOOP.
           MOVE SPACES TO CONDPAG-CPG.
           DISPLAY SS-TELA-REGISTRO.
           PERFORM LE-CONDPAG THRU LE-CONDPAG-FIM.
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

           PERFORM VALIDA-CONDPAG

           IF E-SIM
              GO TO ALTERA-GRAVA-FIM
           END-IF

           REWRITE CONDPAG-CPG
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
           MOVE SPACES TO CONDPAG-CPG.
           DISPLAY SS-TELA-REGISTRO.
           PERFORM LE-CONDPAG THRU LE-CONDPAG-FIM.
           IF FS-CANCELA
               GO EXCLUI-FIM
           END-IF
           IF NOT FS-OK
               GO EXCLUI
           END-IF
           DISPLAY SS-TELA-REGISTRO.
           MOVE "N" TO WS-ERRO.
           MOVE "CONFIRMA A EXCLUSAO DA CONDICAO (S/N)?" TO WS-MSGERRO.
           ACCEPT SS-ERRO.
           IF NOT E-SIM
               GO EXCLUI-FIM
           END-IF
           DELETE CONDPAG
               INVALID KEY
                      MOVE 'EXCLUIR'                         TO LK-PAR
                      MOVE 'DELETE'                          TO LK-CMD
                      PERFORM ERRO-FILE-STATUS
                      SET E-SIM TO TRUE
           END-DELETE.
       EXCLUI-FIM.
           EXIT.

      *-----------------------------------------------------------------
       LE-CONDPAG.
      *-----------------------------------------------------------------
           ACCEPT SS-CHAVE.
           IF NOT COB-CRT-STATUS = COB-SCR-ESC
               READ CONDPAG
                   INVALID KEY
                      MOVE "CONDICAO NAO ENCONTRADA" TO WS-MSGERRO
                      PERFORM MOSTRA-ERRO
               END-READ
           ELSE
               MOVE 99 TO CPG-STAT
           END-IF.
       LE-CONDPAG-FIM.
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
                  'CONDPAG.ARQ'                DELIMITED BY SIZE
             INTO WS-ARQ-CONDPAG
           END-STRING
           .
       MONTA-CAMINHOS-FIM.
           EXIT.

      *-----------------------------------------------------------------
       ABRIR-ARQUIVO.
      *-----------------------------------------------------------------
           OPEN I-O CONDPAG
           IF FS-NAO-EXISTE THEN
               OPEN OUTPUT CONDPAG
               CLOSE CONDPAG
               OPEN I-O CONDPAG
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
           MOVE 'PROG127'                    TO LK-PRG
           MOVE 'CONDPAG'                   TO LK-ARQ
           MOVE CPG-STAT                    TO LK-STA
           CALL "PROG10" USING LK-FILE-STATUS END-CALL
           .
       FIM-ERRO.
           EXIT.
