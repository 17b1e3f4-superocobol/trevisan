      ******************************************************************
      * Autor.....: Alexandre Trevisani (PROVA COBOL)
      * Data......: Julho/2019
      * Programa..: PROG154 - Manutenção do Cadastro de DEPOSITOS
      * Chamadas..: PROG58 - Identificador de Execucao
      *             PROG10 - Tratamento de erros de FILE-STATUS
      * Parametros: Nenhum (tela)
      * Observação: Inclusao/alteracao/exclusao de depositos (locais
      *             de estoque) em DEPOSITO.ARQ, no estilo INC/ALT/EXC
      *             do PROG148. A latitude e a longitude (mesmo
      *             formato do cadastro de clientes) sugerem o
      *             deposito mais proximo do cliente (PROG153). So um
      *             deposito pode ser o principal. Nao se exclui o
      *             principal nem deposito com saldo ou reserva em
      *             ESTDEP.ARQ: inativar ('I') bloqueia movimento novo
      *             digitado e a sugestao para clientes.
      * Historico.:
      *   2026 mnt - Programa novo.
      ******************************************************************
       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         PROG154.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SPECIAL-NAMES.      DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.

       SELECT DEPOSITO ASSIGN TO WS-ARQ-DEPOSITO
              ORGANIZATION         IS INDEXED
              ACCESS MODE          IS DYNAMIC
              FILE STATUS          IS DEP-STAT
              RECORD KEY           IS DEP-KEY.

       SELECT ESTDEP ASSIGN TO WS-ARQ-ESTDEP
              ORGANIZATION         IS INDEXED
              ACCESS MODE          IS SEQUENTIAL
              FILE STATUS          IS EDP-STAT
              RECORD KEY           IS EDP-KEY.

       DATA                DIVISION.
       FILE                SECTION.

       COPY FD_DEPOSITO.

       COPY FD_ESTDEP.

       WORKING-STORAGE SECTION.

       01 WS-MODULO.
           05 FILLER        PIC X(30) VALUE
              "PROVA COBOL - CAD. DEPOSITO".
           05 FILLER        PIC X(12) VALUE "MENSAGEM :".
           05 WS-MENSAG     PIC X(40) VALUE SPACES.

       77 WS-DIR-DADOS       PIC X(50) VALUE SPACES.
       77 WS-ARQ-DEPOSITO    PIC X(70) VALUE SPACES.
       77 WS-ARQ-ESTDEP      PIC X(70) VALUE SPACES.

       77 WS-OPCAO          PIC X(03) VALUE SPACES.
           88 INCLUIR       VALUE IS "INC" "inc".
           88 ALTERAR       VALUE IS "ALT" "alt".
           88 EXCLUIR       VALUE IS "EXC" "exc".
           88 FINALIZAR     VALUE IS "FIM" "fim".

       77 DEP-STAT          PIC 9(02).
           88 FS-OK         VALUE ZEROS.
           88 FS-FIM-REG    VALUE 10.
           88 FS-NAO-EXISTE VALUE 35.
           88 FS-CANCELA    VALUE 99.

       77 EDP-STAT          PIC 9(02).
           88 FSE-OK        VALUE ZEROS.
           88 FSE-FIM-REG   VALUE 10.

       77 WS-ERRO           PIC X.
           88 E-SIM         VALUES ARE "S" "s".
           88 E-NAO         VALUES ARE "N" "n".

       01 WS-DEP-NOVO       PIC X(65) VALUE SPACES.

       77 WS-DEP-ATUAL      PIC 9(03) VALUE ZEROS.
       77 WS-DEP-OUTRO      PIC 9(03) VALUE ZEROS.
       77 WS-QTD-COM-SALDO  PIC 9(05) VALUE ZEROS.

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
               10 LINE 10 COLUMN 12 VALUE "DEPOSITO..:".
               10 COLUMN PLUS 2 PIC 9(03) USING DEP-COD
                  BLANK WHEN ZEROS.
           05 SS-ALTER.
              07 SS-NOME FOREGROUND-COLOR 2.
                 10 LINE 12 COLUMN 13 VALUE "NOME.....:".
                 10 COLUMN PLUS 2 PIC X(30) USING DEP-NOME.
              07 SS-LATITUDE FOREGROUND-COLOR 2.
                 10 LINE 14 COLUMN 13 VALUE "LATITUDE.:".
                 10 COLUMN PLUS 2 PIC ZZ9,9999999- USING DEP-LATIT.
              07 SS-LONGITUDE FOREGROUND-COLOR 2.
                 10 LINE 15 COLUMN 13 VALUE "LONGITUDE:".
                 10 COLUMN PLUS 2 PIC ZZ9,9999999- USING DEP-LONGI.
              07 SS-SIT FOREGROUND-COLOR 2.
                 10 LINE 17 COLUMN 13 VALUE "SITUACAO.:".
                 10 COLUMN PLUS 2 PIC X(01) USING DEP-SITUACAO.
                 10 COLUMN PLUS 2 VALUE "(A/I)".
              07 SS-PRINCIPAL FOREGROUND-COLOR 2.
                 10 LINE 18 COLUMN 13 VALUE "PRINCIPAL:".
                 10 COLUMN PLUS 2 PIC X(01) USING DEP-PRINCIPAL.
                 10 COLUMN PLUS 2 VALUE "(S/N)".

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
           MOVE 'PROG154' TO LK-IDX-PROGRAMA
           CALL "PROG58" USING LK-IDEXEC END-CALL
           MOVE LK-IDX-ID TO LK-IDE
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
           CLOSE DEPOSITO
           GOBACK
           .

      *-----------------------------------------------------------------
       LIMPA-REGISTRO.
      *-----------------------------------------------------------------
           MOVE SPACES TO DEPOSITO-DEP
           MOVE ZEROS  TO DEP-COD DEP-LATIT DEP-LONGI DEP-DT-ALTERACAO
           .
       LIMPA-REGISTRO-FIM.
           EXIT.

      *-----------------------------------------------------------------
       INCLUI.
      *-----------------------------------------------------------------
           MOVE "INCLUSAO" TO WS-MENSAG
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS
           PERFORM LIMPA-REGISTRO
           MOVE 'A'    TO DEP-SITUACAO
           MOVE 'N'    TO DEP-PRINCIPAL
           DISPLAY SS-CLS
           DISPLAY SS-TELA-REGISTRO
           ACCEPT  SS-TELA-REGISTRO
           IF COB-CRT-STATUS = COB-SCR-ESC
              GO TO INCLUI-FIM
           END-IF

           MOVE DEPOSITO-DEP TO WS-DEP-NOVO
           READ DEPOSITO
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   MOVE "CODIGO DE DEPOSITO JA CADASTRADO"
                        TO WS-MSGERRO
                   PERFORM MOSTRA-ERRO
                   GO TO INCLUI-FIM
           END-READ
           MOVE WS-DEP-NOVO TO DEPOSITO-DEP

           PERFORM VALIDA-DEPOSITO THRU VALIDA-DEPOSITO-FIM
           IF E-SIM
              GO TO INCLUI-FIM
           END-IF

           ACCEPT DEP-DT-ALTERACAO FROM DATE YYYYMMDD
           WRITE DEPOSITO-DEP
                 INVALID KEY
                   MOVE 'INCLUI'                          TO LK-PAR
                   MOVE 'WRITE'                           TO LK-CMD
                   PERFORM ERRO-FILE-STATUS
           END-WRITE
           .
       INCLUI-FIM.
           EXIT.

      *-----------------------------------------------------------------
       VALIDA-DEPOSITO.
      *-----------------------------------------------------------------
           SET E-NAO TO TRUE

           IF DEP-COD = ZEROS
              MOVE "FAVOR INFORMAR O CODIGO" TO WS-MSGERRO
              SET E-SIM TO TRUE
              PERFORM MOSTRA-ERRO
              GO TO VALIDA-DEPOSITO-FIM
           END-IF

           IF DEP-NOME = SPACES
              MOVE "FAVOR INFORMAR O NOME" TO WS-MSGERRO
              SET E-SIM TO TRUE
              PERFORM MOSTRA-ERRO
              GO TO VALIDA-DEPOSITO-FIM
           END-IF

           IF NOT DEP-ATIVO AND NOT DEP-INATIVO
              MOVE "SITUACAO DEVE SER A OU I" TO WS-MSGERRO
              SET E-SIM TO TRUE
              PERFORM MOSTRA-ERRO
              GO TO VALIDA-DEPOSITO-FIM
           END-IF

           IF DEP-PRINCIPAL = 's'
              MOVE 'S' TO DEP-PRINCIPAL
           END-IF
           IF DEP-PRINCIPAL NOT = 'S'
              MOVE 'N' TO DEP-PRINCIPAL
           END-IF

           IF DEP-E-PRINCIPAL AND DEP-INATIVO
              MOVE "DEPOSITO PRINCIPAL NAO PODE FICAR INATIVO"
                   TO WS-MSGERRO
              SET E-SIM TO TRUE
              PERFORM MOSTRA-ERRO
              GO TO VALIDA-DEPOSITO-FIM
           END-IF

      *    Um so principal: procura outro marcado (a leitura
      *    sequencial troca o registro corrente, que e' guardado).
           IF DEP-E-PRINCIPAL
              MOVE DEPOSITO-DEP TO WS-DEP-NOVO
              MOVE DEP-COD      TO WS-DEP-ATUAL
              PERFORM ACHA-OUTRO-PRINCIPAL
                 THRU ACHA-OUTRO-PRINCIPAL-FIM
              MOVE WS-DEP-NOVO  TO DEPOSITO-DEP
              IF WS-DEP-OUTRO NOT = ZEROS
                 MOVE SPACES TO WS-MSGERRO
                 STRING "JA EXISTE DEPOSITO PRINCIPAL: "
                                         DELIMITED BY SIZE
                        WS-DEP-OUTRO     DELIMITED BY SIZE
                   INTO WS-MSGERRO
                 END-STRING
                 SET E-SIM TO TRUE
                 PERFORM MOSTRA-ERRO
              END-IF
           END-IF
           .
       VALIDA-DEPOSITO-FIM.
           EXIT.

      *-----------------------------------------------------------------
       ACHA-OUTRO-PRINCIPAL.
      *-----------------------------------------------------------------
           MOVE ZEROS      TO WS-DEP-OUTRO
           MOVE LOW-VALUES TO DEP-KEY
           START DEPOSITO KEY NOT LESS THAN DEP-KEY
                 INVALID KEY
                    GO TO ACHA-OUTRO-PRINCIPAL-FIM
           END-START
           .
       ACHA-OUTRO-PRINCIPAL-LE.
           READ DEPOSITO NEXT AT END
                GO TO ACHA-OUTRO-PRINCIPAL-FIM
           END-READ
           IF DEP-E-PRINCIPAL AND DEP-COD NOT = WS-DEP-ATUAL
              MOVE DEP-COD TO WS-DEP-OUTRO
              GO TO ACHA-OUTRO-PRINCIPAL-FIM
           END-IF
           GO TO ACHA-OUTRO-PRINCIPAL-LE
           .
       ACHA-OUTRO-PRINCIPAL-FIM.
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
           PERFORM LE-DEPOSITO THRU LE-DEPOSITO-FIM.
           IF FS-CANCELA
               GO TO ALTERA-FIM
           END-IF
           IF NOT FS-OK
               GO ALTERA-LOOP
           END-IF
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
           PERFORM VALIDA-DEPOSITO THRU VALIDA-DEPOSITO-FIM

           IF E-SIM
              GO TO ALTERA-GRAVA-FIM
           END-IF

      *    A validacao pode ter lido outros registros: a regravacao
      *    precisa do registro lido pela chave.
           MOVE DEPOSITO-DEP TO WS-DEP-NOVO
           READ DEPOSITO
                INVALID KEY
                   MOVE "DEPOSITO NAO ENCONTRADO" TO WS-MSGERRO
                   PERFORM MOSTRA-ERRO
                   GO TO ALTERA-GRAVA-FIM
           END-READ
           MOVE WS-DEP-NOVO TO DEPOSITO-DEP

           ACCEPT DEP-DT-ALTERACAO FROM DATE YYYYMMDD
           REWRITE DEPOSITO-DEP
               INVALID KEY
                   MOVE 'ALTERA'                          TO LK-PAR
                   MOVE 'REWRITE'                         TO LK-CMD
                   PERFORM ERRO-FILE-STATUS
           END-REWRITE
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
           PERFORM LE-DEPOSITO THRU LE-DEPOSITO-FIM.
           IF FS-CANCELA
               GO EXCLUI-FIM
           END-IF
           IF NOT FS-OK
               GO EXCLUI
           END-IF
           DISPLAY SS-TELA-REGISTRO.

           IF DEP-E-PRINCIPAL
               MOVE "DEPOSITO PRINCIPAL NAO PODE SER EXCLUIDO"
                    TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO EXCLUI-FIM
           END-IF

           PERFORM CONTA-SALDOS THRU CONTA-SALDOS-FIM
           IF WS-QTD-COM-SALDO NOT = ZEROS
               MOVE "DEPOSITO COM SALDO OU RESERVA - INATIVAR"
                    TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO EXCLUI-FIM
           END-IF

           MOVE "N" TO WS-ERRO.
           MOVE "CONFIRMA A EXCLUSAO DO DEPOSITO (S/N)?"
                TO WS-MSGERRO.
           ACCEPT SS-ERRO.
           IF NOT E-SIM
               GO EXCLUI-FIM
           END-IF
           DELETE DEPOSITO
               INVALID KEY
                      MOVE 'EXCLUIR'                         TO LK-PAR
                      MOVE 'DELETE'                          TO LK-CMD
                      PERFORM ERRO-FILE-STATUS
           END-DELETE.
       EXCLUI-FIM.
           EXIT.

      *-----------------------------------------------------------------
       CONTA-SALDOS.
      *-----------------------------------------------------------------
      *    Produtos com saldo ou reserva no deposito (ESTDEP.ARQ e'
      *    chaveado por produto: varredura completa).
           MOVE ZEROS TO WS-QTD-COM-SALDO
           OPEN INPUT ESTDEP
           IF NOT FSE-OK
              GO TO CONTA-SALDOS-FIM
           END-IF
           .
       CONTA-SALDOS-LE.
           READ ESTDEP NEXT AT END
                CLOSE ESTDEP
                GO TO CONTA-SALDOS-FIM
           END-READ
           IF EDP-DEP = DEP-COD
              IF EDP-SALDO NOT = ZEROS OR EDP-RESERVADO NOT = ZEROS
                 ADD 1 TO WS-QTD-COM-SALDO
              END-IF
           END-IF
           GO TO CONTA-SALDOS-LE
           .
       CONTA-SALDOS-FIM.
           EXIT.

      *-----------------------------------------------------------------
       LE-DEPOSITO.
      *-----------------------------------------------------------------
           ACCEPT SS-CHAVE.
           IF NOT COB-CRT-STATUS = COB-SCR-ESC
               READ DEPOSITO
                   INVALID KEY
                      MOVE "DEPOSITO NAO ENCONTRADO" TO WS-MSGERRO
                      PERFORM MOSTRA-ERRO
               END-READ
           ELSE
               MOVE 99 TO DEP-STAT
           END-IF.
       LE-DEPOSITO-FIM.
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
                  'DEPOSITO.ARQ'               DELIMITED BY SIZE
             INTO WS-ARQ-DEPOSITO
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'ESTDEP.ARQ'                 DELIMITED BY SIZE
             INTO WS-ARQ-ESTDEP
           END-STRING
           .
       MONTA-CAMINHOS-FIM.
           EXIT.

      *-----------------------------------------------------------------
       ABRIR-ARQUIVO.
      *-----------------------------------------------------------------
           OPEN I-O DEPOSITO
           IF FS-NAO-EXISTE THEN
               OPEN OUTPUT DEPOSITO
               CLOSE DEPOSITO
               OPEN I-O DEPOSITO
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
           MOVE 'PROG154'                   TO LK-PRG
           MOVE 'DEPOSITO'                  TO LK-ARQ
           MOVE DEP-STAT                    TO LK-STA
           CALL "PROG10" USING LK-FILE-STATUS END-CALL
           .
       FIM-ERRO.
           EXIT.
