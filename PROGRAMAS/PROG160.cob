      ******************************************************************
      * Autor.....: Alexandre Trevisani (PROVA COBOL)
      * Data......: Julho/2019
      * Programa..: PROG160 - Manutenção das LINHAS DE PRODUTO
      * Chamadas..: PROG58 - Identificador de Execucao
      *             PROG10 - Tratamento de erros de FILE-STATUS
      * Parametros: Nenhum (tela)
      * Observação: Inclusao/alteracao/exclusao das linhas de produto
      *             em LINPROD.ARQ, no estilo INC/ALT/EXC do PROG156,
      *             com a taxa de comissao da linha: 'S' em TAXA
      *             PROPRIA faz a taxa informada valer no lugar da
      *             taxa do vendedor a partir da data de vigencia;
      *             'N' volta a linha para a taxa do vendedor. Cada
      *             mudanca grava uma vigencia em TAXALIN.ARQ (o
      *             fechamento PROG67 usa a taxa vigente na data de
      *             cada pedido, via PROG161); a tela mostra a taxa
      *             vigente hoje. Linha com produto nao e' excluida:
      *             inativar ('I') impede o uso em produto novo.
      * Historico.:
      *   2026 mnt - Programa novo.
      ******************************************************************
       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         PROG160.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SPECIAL-NAMES.      DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.

       SELECT LINPROD ASSIGN TO WS-ARQ-LINPROD
              ORGANIZATION         IS INDEXED
              ACCESS MODE          IS DYNAMIC
              FILE STATUS          IS LIN-STAT
              RECORD KEY           IS LIN-KEY.

       SELECT TAXALIN ASSIGN TO WS-ARQ-TAXALIN
              ORGANIZATION         IS INDEXED
              ACCESS MODE          IS DYNAMIC
              FILE STATUS          IS TXL-STAT
              RECORD KEY           IS TXL-KEY.

       SELECT PRODUTO ASSIGN TO WS-ARQ-PRODUTO
              ORGANIZATION         IS INDEXED
              ACCESS MODE          IS SEQUENTIAL
              FILE STATUS          IS PRO-STAT
              RECORD KEY           IS PRO-KEY.

       DATA                DIVISION.
       FILE                SECTION.

       COPY FD_LINPROD.

       COPY FD_TAXALIN.

       COPY FD_PRODUTO.

       WORKING-STORAGE SECTION.

       01 WS-MODULO.
           05 FILLER        PIC X(30) VALUE
              "PROVA COBOL - LINHAS PRODUTO".
           05 FILLER        PIC X(12) VALUE "MENSAGEM :".
           05 WS-MENSAG     PIC X(40) VALUE SPACES.

       77 WS-DIR-DADOS       PIC X(50) VALUE SPACES.
       77 WS-ARQ-LINPROD     PIC X(70) VALUE SPACES.
       77 WS-ARQ-TAXALIN     PIC X(70) VALUE SPACES.
       77 WS-ARQ-PRODUTO     PIC X(70) VALUE SPACES.

       77 WS-OPCAO          PIC X(03) VALUE SPACES.
           88 INCLUIR       VALUE IS "INC" "inc".
           88 ALTERAR       VALUE IS "ALT" "alt".
           88 EXCLUIR       VALUE IS "EXC" "exc".
           88 FINALIZAR     VALUE IS "FIM" "fim".

       77 LIN-STAT          PIC 9(02).
           88 FS-OK         VALUE ZEROS.
           88 FS-FIM-REG    VALUE 10.
           88 FS-NAO-EXISTE VALUE 35.
           88 FS-CANCELA    VALUE 99.

       77 TXL-STAT          PIC 9(02).
           88 FSL-OK        VALUE ZEROS.
           88 FSL-FIM-REG   VALUE 10.
           88 FSL-JA-EXISTE VALUE 22.
           88 FSL-NAO-EXISTE VALUE 35.

       77 PRO-STAT          PIC 9(02).
           88 FSPR-OK       VALUE ZEROS.
           88 FSPR-FIM-REG  VALUE 10.
           88 FSPR-NAO-EXISTE VALUE 35.

       77 WS-ERRO           PIC X.
           88 E-SIM         VALUES ARE "S" "s".
           88 E-NAO         VALUES ARE "N" "n".

       01 WS-LIN-NOVO       PIC X(43) VALUE SPACES.

      *    Taxa da linha na tela: a vigente hoje e a digitada, com
      *    a data a partir da qual a mudanca vale.
       77 WS-TAXA-PROPRIA   PIC X(01) VALUE 'N'.
           88 TAXA-PROPRIA  VALUE 'S'.
       77 WS-TAXA-LINHA     PIC 9(02)V99 VALUE ZEROS.
       77 WS-DT-VIGENCIA    PIC 9(08) VALUE ZEROS.
       77 WS-ANT-PROPRIA    PIC X(01) VALUE 'N'.
       77 WS-ANT-TAXA       PIC 9(02)V99 VALUE ZEROS.

       77 WS-DATA-HOJE      PIC 9(08) VALUE ZEROS.
       77 WS-OPERADOR-EXEC  PIC X(08) VALUE SPACES.

       77 WS-EM-USO         PIC X(01) VALUE 'N'.
           88 LINHA-EM-USO  VALUE 'S'.

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
               10 LINE 10 COLUMN 12 VALUE "LINHA.....:".
               10 COLUMN PLUS 2 PIC X(04) USING LIN-COD.
           05 SS-ALTER.
              07 SS-DESCR FOREGROUND-COLOR 2.
                 10 LINE 12 COLUMN 13 VALUE "DESCRICAO:".
                 10 COLUMN PLUS 2 PIC X(30) USING LIN-DESCRICAO.
              07 SS-SIT FOREGROUND-COLOR 2.
                 10 LINE 13 COLUMN 13 VALUE "SITUACAO.:".
                 10 COLUMN PLUS 2 PIC X(01) USING LIN-SITUACAO.
                 10 COLUMN PLUS 2 VALUE "(A/I)".
              07 SS-PROPRIA FOREGROUND-COLOR 2.
                 10 LINE 15 COLUMN 13 VALUE
                    "TAXA PROPRIA DE COMISSAO (S/N):".
                 10 COLUMN PLUS 2 PIC X(01) USING WS-TAXA-PROPRIA.
                 10 COLUMN PLUS 2 VALUE "(N = TAXA DO VENDEDOR)".
              07 SS-TAXA FOREGROUND-COLOR 2.
                 10 LINE 16 COLUMN 13 VALUE
                    "TAXA DA LINHA %...............:".
                 10 COLUMN PLUS 2 PIC Z9,99 USING WS-TAXA-LINHA.
              07 SS-VIGENCIA FOREGROUND-COLOR 2.
                 10 LINE 17 COLUMN 13 VALUE
                    "VIGENTE A PARTIR DE (AAAAMMDD):".
                 10 COLUMN PLUS 2 PIC 9(08) USING WS-DT-VIGENCIA.

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
           MOVE 'PROG160' TO LK-IDX-PROGRAMA
           CALL "PROG58" USING LK-IDEXEC END-CALL
           MOVE LK-IDX-ID TO LK-IDE
           ACCEPT WS-OPERADOR-EXEC FROM ENVIRONMENT 'COBOL_OPERADOR'
           PERFORM ABRIR-ARQUIVO
           .
       MENU-LOOP.
           MOVE "ESCOLHA A OPCAO" TO WS-MENSAG
           DISPLAY SS-CLS
           MOVE SPACES TO WS-OPCAO
           PERFORM LIMPA-REGISTRO
           DISPLAY SS-TELA-REGISTRO
           ACCEPT  SS-FUNCAO

           EVALUATE TRUE
               WHEN INCLUIR
                   PERFORM INCLUI THRU INCLUI-FIM
               WHEN ALTERAR
                   PERFORM ALTERA THRU ALTERA-FIM
               WHEN EXCLUIR
                   PERFORM EXCLUI THRU EXCLUI-FIM
               WHEN FINALIZAR
                   GO TO MENU-FIM
               WHEN OTHER
                   MOVE "OPCAO INVALIDA" TO WS-MSGERRO
                   PERFORM MOSTRA-ERRO
           END-EVALUATE
           GO TO MENU-LOOP
           .
       MENU-FIM.
           CLOSE LINPROD TAXALIN
           GOBACK
           .

      *-----------------------------------------------------------------
       LIMPA-REGISTRO.
      *-----------------------------------------------------------------
           MOVE SPACES TO LINPROD-LIN
           MOVE ZEROS  TO LIN-DT-ALTERACAO
           MOVE 'N'    TO WS-TAXA-PROPRIA WS-ANT-PROPRIA
           MOVE ZEROS  TO WS-TAXA-LINHA WS-ANT-TAXA
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE WS-DATA-HOJE TO WS-DT-VIGENCIA
           .
       LIMPA-REGISTRO-FIM.
           EXIT.

      *-----------------------------------------------------------------
       INCLUI.
      *-----------------------------------------------------------------
           MOVE "INCLUSAO" TO WS-MENSAG
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS
           PERFORM LIMPA-REGISTRO
           MOVE 'A'    TO LIN-SITUACAO
           DISPLAY SS-CLS
           DISPLAY SS-TELA-REGISTRO
           ACCEPT  SS-TELA-REGISTRO
           IF COB-CRT-STATUS = COB-SCR-ESC
              GO TO INCLUI-FIM
           END-IF

           INSPECT LIN-COD CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           MOVE LINPROD-LIN TO WS-LIN-NOVO
           READ LINPROD
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   MOVE "LINHA JA CADASTRADA" TO WS-MSGERRO
                   PERFORM MOSTRA-ERRO
                   GO TO INCLUI-FIM
           END-READ
           MOVE WS-LIN-NOVO TO LINPROD-LIN

           PERFORM VALIDA-LINHA THRU VALIDA-LINHA-FIM
           IF E-SIM
              GO TO INCLUI-FIM
           END-IF

           ACCEPT LIN-DT-ALTERACAO FROM DATE YYYYMMDD
           WRITE LINPROD-LIN
                 INVALID KEY
                   MOVE 'INCLUI'                          TO LK-PAR
                   MOVE 'WRITE'                           TO LK-CMD
                   PERFORM ERRO-FILE-STATUS
                   GO TO INCLUI-FIM
           END-WRITE

           PERFORM GRAVA-TAXA THRU GRAVA-TAXA-FIM
           .
       INCLUI-FIM.
           EXIT.

      *-----------------------------------------------------------------
       VALIDA-LINHA.
      *-----------------------------------------------------------------
           SET E-NAO TO TRUE

           IF LIN-COD = SPACES
              MOVE "FAVOR INFORMAR O CODIGO DA LINHA" TO WS-MSGERRO
              SET E-SIM TO TRUE
              PERFORM MOSTRA-ERRO
              GO TO VALIDA-LINHA-FIM
           END-IF

           IF LIN-DESCRICAO = SPACES
              MOVE "FAVOR INFORMAR A DESCRICAO" TO WS-MSGERRO
              SET E-SIM TO TRUE
              PERFORM MOSTRA-ERRO
              GO TO VALIDA-LINHA-FIM
           END-IF

           IF LIN-SITUACAO = 'a' OR 'i'
              INSPECT LIN-SITUACAO CONVERTING 'ai' TO 'AI'
           END-IF
           IF NOT LIN-ATIVA AND NOT LIN-INATIVA
              MOVE "SITUACAO DEVE SER A OU I" TO WS-MSGERRO
              SET E-SIM TO TRUE
              PERFORM MOSTRA-ERRO
              GO TO VALIDA-LINHA-FIM
           END-IF

           IF WS-TAXA-PROPRIA = 's' OR 'n'
              INSPECT WS-TAXA-PROPRIA CONVERTING 'sn' TO 'SN'
           END-IF
           IF WS-TAXA-PROPRIA NOT = 'S' AND NOT = 'N'
              MOVE "TAXA PROPRIA DEVE SER S OU N" TO WS-MSGERRO
              SET E-SIM TO TRUE
              PERFORM MOSTRA-ERRO
              GO TO VALIDA-LINHA-FIM
           END-IF

           IF NOT TAXA-PROPRIA
              MOVE ZEROS TO WS-TAXA-LINHA
           END-IF

      *    Mudou a taxa: a vigencia tem de ser uma data valida.
           IF WS-TAXA-PROPRIA NOT = WS-ANT-PROPRIA
              OR WS-TAXA-LINHA NOT = WS-ANT-TAXA
              IF FUNCTION TEST-DATE-YYYYMMDD (WS-DT-VIGENCIA)
                 NOT = ZEROS
                 MOVE "DATA DE VIGENCIA INVALIDA" TO WS-MSGERRO
                 SET E-SIM TO TRUE
                 PERFORM MOSTRA-ERRO
              END-IF
           END-IF
           .
       VALIDA-LINHA-FIM.
           EXIT.

      *-----------------------------------------------------------------
       GRAVA-TAXA.
      *-----------------------------------------------------------------
      *    Uma vigencia nova a cada mudanca da taxa; na mesma data,
      *    a ultima digitacao vale.
           IF WS-TAXA-PROPRIA = WS-ANT-PROPRIA
              AND WS-TAXA-LINHA = WS-ANT-TAXA
              GO TO GRAVA-TAXA-FIM
           END-IF

           MOVE LIN-COD        TO TXL-LINHA
           MOVE WS-DT-VIGENCIA TO TXL-DT-VIGENCIA
           IF TAXA-PROPRIA
              SET TXL-TAXA-PROPRIA  TO TRUE
           ELSE
              SET TXL-TAXA-VENDEDOR TO TRUE
           END-IF
           MOVE WS-TAXA-LINHA    TO TXL-TAXA
           MOVE WS-OPERADOR-EXEC TO TXL-OPERADOR
           MOVE WS-DATA-HOJE     TO TXL-DT-REGISTRO
           WRITE TAXALIN-TXL
                 INVALID KEY
                   IF FSL-JA-EXISTE
                      REWRITE TAXALIN-TXL END-REWRITE
                   END-IF
           END-WRITE
           .
       GRAVA-TAXA-FIM.
           EXIT.

      *-----------------------------------------------------------------
       CARREGA-TAXA.
      *-----------------------------------------------------------------
      *    Taxa da linha vigente hoje, pelo historico TAXALIN.ARQ.
           MOVE 'N'      TO WS-TAXA-PROPRIA
           MOVE ZEROS    TO WS-TAXA-LINHA
           MOVE LIN-COD  TO TXL-LINHA
           MOVE ZEROS    TO TXL-DT-VIGENCIA
           START TAXALIN KEY NOT LESS THAN TXL-KEY
                 INVALID KEY
                    MOVE 10 TO TXL-STAT
           END-START

           PERFORM OLHA-UMA-TAXA
              THRU OLHA-UMA-TAXA-SAI UNTIL FSL-FIM-REG

           MOVE WS-TAXA-PROPRIA TO WS-ANT-PROPRIA
           MOVE WS-TAXA-LINHA   TO WS-ANT-TAXA
           .
       CARREGA-TAXA-FIM.
           EXIT.

      *-----------------------------------------------------------------
       OLHA-UMA-TAXA.
      *-----------------------------------------------------------------
           READ TAXALIN NEXT AT END
                GO TO OLHA-UMA-TAXA-SAI
           END-READ

           IF TXL-LINHA NOT = LIN-COD
              OR TXL-DT-VIGENCIA > WS-DATA-HOJE
              MOVE 10 TO TXL-STAT
              GO TO OLHA-UMA-TAXA-SAI
           END-IF

           IF TXL-TAXA-PROPRIA
              MOVE 'S'      TO WS-TAXA-PROPRIA
              MOVE TXL-TAXA TO WS-TAXA-LINHA
           ELSE
              MOVE 'N'      TO WS-TAXA-PROPRIA
              MOVE ZEROS    TO WS-TAXA-LINHA
           END-IF
           .
       OLHA-UMA-TAXA-SAI.
           EXIT.

      *-----------------------------------------------------------------
       ALTERA.
      *-----------------------------------------------------------------
           MOVE "ALTERACAO" TO WS-MENSAG.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
       ALTERA-LOOP.
           PERFORM LIMPA-REGISTRO.
           DISPLAY SS-CLS.
           DISPLAY SS-TELA-REGISTRO.
           PERFORM LE-LINHA THRU LE-LINHA-FIM.
           IF FS-CANCELA
               GO TO ALTERA-FIM
           END-IF
           IF NOT FS-OK
               GO ALTERA-LOOP
           END-IF
           PERFORM CARREGA-TAXA THRU CARREGA-TAXA-FIM
           DISPLAY SS-TELA-REGISTRO
           ACCEPT SS-ALTER
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO ALTERA-LOOP
           END-IF
           PERFORM ALTERA-GRAVA THRU ALTERA-GRAVA-FIM.
           GO ALTERA-LOOP.
       ALTERA-FIM.
           EXIT.

      *-----------------------------------------------------------------
       ALTERA-GRAVA.
      *-----------------------------------------------------------------
           PERFORM VALIDA-LINHA THRU VALIDA-LINHA-FIM

           IF E-SIM
              GO TO ALTERA-GRAVA-FIM
           END-IF

           ACCEPT LIN-DT-ALTERACAO FROM DATE YYYYMMDD
           REWRITE LINPROD-LIN
               INVALID KEY
                   MOVE 'ALTERA'                          TO LK-PAR
                   MOVE 'REWRITE'                         TO LK-CMD
                   PERFORM ERRO-FILE-STATUS
                   GO TO ALTERA-GRAVA-FIM
           END-REWRITE

           PERFORM GRAVA-TAXA THRU GRAVA-TAXA-FIM
           .
       ALTERA-GRAVA-FIM.
           EXIT.

      *-----------------------------------------------------------------
       EXCLUI.
      *-----------------------------------------------------------------
           MOVE "EXCLUSAO" TO WS-MENSAG.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           PERFORM LIMPA-REGISTRO.
           DISPLAY SS-CLS.
           DISPLAY SS-TELA-REGISTRO.
           PERFORM LE-LINHA THRU LE-LINHA-FIM.
           IF FS-CANCELA
               GO EXCLUI-FIM
           END-IF
           IF NOT FS-OK
               GO EXCLUI
           END-IF
           PERFORM CARREGA-TAXA THRU CARREGA-TAXA-FIM
           DISPLAY SS-TELA-REGISTRO.

           PERFORM VERIFICA-USO THRU VERIFICA-USO-FIM
           IF LINHA-EM-USO
               MOVE "LINHA COM PRODUTO CADASTRADO - INATIVAR ('I')"
                    TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO EXCLUI-FIM
           END-IF

           MOVE "N" TO WS-ERRO.
           MOVE "CONFIRMA A EXCLUSAO DA LINHA (S/N)?"
                TO WS-MSGERRO.
           ACCEPT SS-ERRO.
           IF NOT E-SIM
               GO EXCLUI-FIM
           END-IF
           DELETE LINPROD
               INVALID KEY
                      MOVE 'EXCLUIR'                         TO LK-PAR
                      MOVE 'DELETE'                          TO LK-CMD
                      PERFORM ERRO-FILE-STATUS
                      GO EXCLUI-FIM
           END-DELETE.

      *    As vigencias da linha saem junto: um codigo reaproveitado
      *    nao herda taxa antiga.
           MOVE LIN-COD TO TXL-LINHA
           MOVE ZEROS   TO TXL-DT-VIGENCIA
           START TAXALIN KEY NOT LESS THAN TXL-KEY
                 INVALID KEY
                    MOVE 10 TO TXL-STAT
           END-START
           PERFORM EXCLUI-UMA-TAXA
              THRU EXCLUI-UMA-TAXA-SAI UNTIL FSL-FIM-REG.
       EXCLUI-FIM.
           EXIT.

      *-----------------------------------------------------------------
       EXCLUI-UMA-TAXA.
      *-----------------------------------------------------------------
           READ TAXALIN NEXT AT END
                GO TO EXCLUI-UMA-TAXA-SAI
           END-READ

           IF TXL-LINHA NOT = LIN-COD
              MOVE 10 TO TXL-STAT
              GO TO EXCLUI-UMA-TAXA-SAI
           END-IF

           DELETE TAXALIN END-DELETE
           .
       EXCLUI-UMA-TAXA-SAI.
           EXIT.

      *-----------------------------------------------------------------
       VERIFICA-USO.
      *-----------------------------------------------------------------
      *    Procura em PRODUTO.ARQ algum produto da linha.
           MOVE 'N' TO WS-EM-USO
           OPEN INPUT PRODUTO
           IF FSPR-NAO-EXISTE
              CLOSE PRODUTO
              GO TO VERIFICA-USO-FIM
           END-IF

           PERFORM OLHA-UM-PRODUTO
              THRU OLHA-UM-PRODUTO-SAI
              UNTIL FSPR-FIM-REG OR LINHA-EM-USO

           CLOSE PRODUTO
           .
       VERIFICA-USO-FIM.
           EXIT.

      *-----------------------------------------------------------------
       OLHA-UM-PRODUTO.
      *-----------------------------------------------------------------
           READ PRODUTO NEXT AT END
                GO TO OLHA-UM-PRODUTO-SAI
           END-READ

           IF PRO-LINHA = LIN-COD
              SET LINHA-EM-USO TO TRUE
           END-IF
           .
       OLHA-UM-PRODUTO-SAI.
           EXIT.

      *-----------------------------------------------------------------
       LE-LINHA.
      *-----------------------------------------------------------------
           ACCEPT SS-CHAVE.
           IF NOT COB-CRT-STATUS = COB-SCR-ESC
               INSPECT LIN-COD CONVERTING
                       'abcdefghijklmnopqrstuvwxyz'
                    TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
               READ LINPROD
                   INVALID KEY
                      MOVE "LINHA NAO ENCONTRADA" TO WS-MSGERRO
                      PERFORM MOSTRA-ERRO
               END-READ
           ELSE
               MOVE 99 TO LIN-STAT
           END-IF.
       LE-LINHA-FIM.
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
                  'LINPROD.ARQ'                DELIMITED BY SIZE
             INTO WS-ARQ-LINPROD
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'TAXALIN.ARQ'                DELIMITED BY SIZE
             INTO WS-ARQ-TAXALIN
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'PRODUTO.ARQ'                DELIMITED BY SIZE
             INTO WS-ARQ-PRODUTO
           END-STRING
           .
       MONTA-CAMINHOS-FIM.
           EXIT.

      *-----------------------------------------------------------------
       ABRIR-ARQUIVO.
      *-----------------------------------------------------------------
           OPEN I-O LINPROD
           IF FS-NAO-EXISTE THEN
               OPEN OUTPUT LINPROD
               CLOSE LINPROD
               OPEN I-O LINPROD
           END-IF

           OPEN I-O TAXALIN
           IF FSL-NAO-EXISTE THEN
               OPEN OUTPUT TAXALIN
               CLOSE TAXALIN
               OPEN I-O TAXALIN
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
           MOVE 'PROG160'                   TO LK-PRG
           MOVE 'LINPROD'                   TO LK-ARQ
           MOVE LIN-STAT                    TO LK-STA
           CALL "PROG10" USING LK-FILE-STATUS END-CALL
           .
       FIM-ERRO.
           EXIT.
