      ******************************************************************
      * Autor.....: Alexandre Trevisani (PROVA COBOL)
      * Data......: Julho/2019
      * Programa..: PROG156 - Manutenção do Cadastro de VEICULOS
      * Chamadas..: PROG153 - Saldo de Estoque por Deposito
      *             PROG58 - Identificador de Execucao
      *             PROG10 - Tratamento de erros de FILE-STATUS
      * Parametros: Nenhum (tela)
      * Observação: Inclusao/alteracao/exclusao dos veiculos de
      *             entrega em VEICULO.ARQ, no estilo INC/ALT/EXC do
      *             PROG154: placa, descricao, deposito de lotacao
      *             (tem de existir e estar ativo) e capacidade de
      *             carga em kg e m3 (volume zero = sem limite de
      *             volume). O romaneio do PROG157 confere cada carga
      *             contra os veiculos ativos do deposito; inativar
      *             ('I') tira o veiculo da escolha.
      * Historico.:
      *   2026 mnt - Programa novo.
      ******************************************************************
       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         PROG156.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SPECIAL-NAMES.      DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.

       SELECT VEICULO ASSIGN TO WS-ARQ-VEICULO
              ORGANIZATION         IS INDEXED
              ACCESS MODE          IS DYNAMIC
              FILE STATUS          IS VEI-STAT
              RECORD KEY           IS VEI-KEY.

       DATA                DIVISION.
       FILE                SECTION.

       COPY FD_VEICULO.

       WORKING-STORAGE SECTION.

       01 WS-MODULO.
           05 FILLER        PIC X(30) VALUE
              "PROVA COBOL - CAD. VEICULO".
           05 FILLER        PIC X(12) VALUE "MENSAGEM :".
           05 WS-MENSAG     PIC X(40) VALUE SPACES.

       77 WS-DIR-DADOS       PIC X(50) VALUE SPACES.
       77 WS-ARQ-VEICULO     PIC X(70) VALUE SPACES.

       77 WS-OPCAO          PIC X(03) VALUE SPACES.
           88 INCLUIR       VALUE IS "INC" "inc".
           88 ALTERAR       VALUE IS "ALT" "alt".
           88 EXCLUIR       VALUE IS "EXC" "exc".
           88 FINALIZAR     VALUE IS "FIM" "fim".

       77 VEI-STAT          PIC 9(02).
           88 FS-OK         VALUE ZEROS.
           88 FS-FIM-REG    VALUE 10.
           88 FS-NAO-EXISTE VALUE 35.
           88 FS-CANCELA    VALUE 99.

       77 WS-ERRO           PIC X.
           88 E-SIM         VALUES ARE "S" "s".
           88 E-NAO         VALUES ARE "N" "n".

       01 WS-VEI-NOVO       PIC X(67) VALUE SPACES.

       77 WS-NUML           PIC 999.
       77 WS-NUMC           PIC 999.
       77 COR-FUNDO         PIC 9 VALUE 1.
       77 COR-FRENTE        PIC 9 VALUE 6.

       77 WS-STATUS         PIC X(40).
       77 WS-MSGERRO        PIC X(80).

       COPY LK_FILE_STATUS.

       COPY LK_IDEXEC.

       COPY LK_ESTDEP.

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
               10 LINE 10 COLUMN 12 VALUE "PLACA.....:".
               10 COLUMN PLUS 2 PIC X(07) USING VEI-PLACA.
           05 SS-ALTER.
              07 SS-DESCR FOREGROUND-COLOR 2.
                 10 LINE 12 COLUMN 13 VALUE "DESCRICAO:".
                 10 COLUMN PLUS 2 PIC X(30) USING VEI-DESCRICAO.
              07 SS-DEPOSITO FOREGROUND-COLOR 2.
                 10 LINE 14 COLUMN 13 VALUE "DEPOSITO.:".
                 10 COLUMN PLUS 2 PIC 9(03) USING VEI-DEPOSITO
                    BLANK WHEN ZEROS.
              07 SS-CAP-PESO FOREGROUND-COLOR 2.
                 10 LINE 15 COLUMN 13 VALUE "CAP. KG..:".
                 10 COLUMN PLUS 2 PIC Z.ZZZ.ZZ9,99
                    USING VEI-CAP-PESO.
              07 SS-CAP-VOLUME FOREGROUND-COLOR 2.
                 10 LINE 16 COLUMN 13 VALUE "CAP. M3..:".
                 10 COLUMN PLUS 2 PIC ZZ.ZZ9,9999
                    USING VEI-CAP-VOLUME.
              07 SS-SIT FOREGROUND-COLOR 2.
                 10 LINE 18 COLUMN 13 VALUE "SITUACAO.:".
                 10 COLUMN PLUS 2 PIC X(01) USING VEI-SITUACAO.
                 10 COLUMN PLUS 2 VALUE "(A/I)".

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
           MOVE 'PROG156' TO LK-IDX-PROGRAMA
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
           CLOSE VEICULO
           GOBACK
           .

      *-----------------------------------------------------------------
       LIMPA-REGISTRO.
      *-----------------------------------------------------------------
           MOVE SPACES TO VEICULO-VEI
           MOVE ZEROS  TO VEI-DEPOSITO VEI-CAP-PESO VEI-CAP-VOLUME
                          VEI-DT-ALTERACAO
           .
       LIMPA-REGISTRO-FIM.
           EXIT.

      *-----------------------------------------------------------------
       INCLUI.
      *-----------------------------------------------------------------
           MOVE "INCLUSAO" TO WS-MENSAG
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS
           PERFORM LIMPA-REGISTRO
           MOVE 'A'    TO VEI-SITUACAO
           DISPLAY SS-CLS
           DISPLAY SS-TELA-REGISTRO
           ACCEPT  SS-TELA-REGISTRO
           IF COB-CRT-STATUS = COB-SCR-ESC
              GO TO INCLUI-FIM
           END-IF

           INSPECT VEI-PLACA CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           MOVE VEICULO-VEI TO WS-VEI-NOVO
           READ VEICULO
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   MOVE "PLACA JA CADASTRADA" TO WS-MSGERRO
                   PERFORM MOSTRA-ERRO
                   GO TO INCLUI-FIM
           END-READ
           MOVE WS-VEI-NOVO TO VEICULO-VEI

           PERFORM VALIDA-VEICULO THRU VALIDA-VEICULO-FIM
           IF E-SIM
              GO TO INCLUI-FIM
           END-IF

           ACCEPT VEI-DT-ALTERACAO FROM DATE YYYYMMDD
           WRITE VEICULO-VEI
                 INVALID KEY
                   MOVE 'INCLUI'                          TO LK-PAR
                   MOVE 'WRITE'                           TO LK-CMD
                   PERFORM ERRO-FILE-STATUS
           END-WRITE
           .
       INCLUI-FIM.
           EXIT.

      *-----------------------------------------------------------------
       VALIDA-VEICULO.
      *-----------------------------------------------------------------
           SET E-NAO TO TRUE

           IF VEI-PLACA = SPACES
              MOVE "FAVOR INFORMAR A PLACA" TO WS-MSGERRO
              SET E-SIM TO TRUE
              PERFORM MOSTRA-ERRO
              GO TO VALIDA-VEICULO-FIM
           END-IF

           IF VEI-DESCRICAO = SPACES
              MOVE "FAVOR INFORMAR A DESCRICAO" TO WS-MSGERRO
              SET E-SIM TO TRUE
              PERFORM MOSTRA-ERRO
              GO TO VALIDA-VEICULO-FIM
           END-IF

      *    Deposito de lotacao: tem de existir e estar ativo.
           SET LK-EDP-OP-CONSULTA TO TRUE
           MOVE ZEROS        TO LK-EDP-PROD LK-EDP-QTDE
           MOVE VEI-DEPOSITO TO LK-EDP-DEP
           CALL "PROG153" USING LK-ESTDEP END-CALL
           IF LK-EDP-NAO-CAD OR LK-EDP-INATIVO
              MOVE "DEPOSITO NAO CADASTRADO OU INATIVO" TO WS-MSGERRO
              SET E-SIM TO TRUE
              PERFORM MOSTRA-ERRO
              GO TO VALIDA-VEICULO-FIM
           END-IF
           MOVE LK-EDP-DEP TO VEI-DEPOSITO

           IF VEI-CAP-PESO = ZEROS
              MOVE "FAVOR INFORMAR A CAPACIDADE EM KG" TO WS-MSGERRO
              SET E-SIM TO TRUE
              PERFORM MOSTRA-ERRO
              GO TO VALIDA-VEICULO-FIM
           END-IF

           IF VEI-SITUACAO = 'a' OR 'i'
              INSPECT VEI-SITUACAO CONVERTING 'ai' TO 'AI'
           END-IF
           IF NOT VEI-ATIVO AND NOT VEI-INATIVO
              MOVE "SITUACAO DEVE SER A OU I" TO WS-MSGERRO
              SET E-SIM TO TRUE
              PERFORM MOSTRA-ERRO
           END-IF
           .
       VALIDA-VEICULO-FIM.
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
           PERFORM LE-VEICULO THRU LE-VEICULO-FIM.
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
           PERFORM VALIDA-VEICULO THRU VALIDA-VEICULO-FIM

           IF E-SIM
              GO TO ALTERA-GRAVA-FIM
           END-IF

           ACCEPT VEI-DT-ALTERACAO FROM DATE YYYYMMDD
           REWRITE VEICULO-VEI
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
           PERFORM LE-VEICULO THRU LE-VEICULO-FIM.
           IF FS-CANCELA
               GO EXCLUI-FIM
           END-IF
           IF NOT FS-OK
               GO EXCLUI
           END-IF
           DISPLAY SS-TELA-REGISTRO.

           MOVE "N" TO WS-ERRO.
           MOVE "CONFIRMA A EXCLUSAO DO VEICULO (S/N)?"
                TO WS-MSGERRO.
           ACCEPT SS-ERRO.
           IF NOT E-SIM
               GO EXCLUI-FIM
           END-IF
           DELETE VEICULO
               INVALID KEY
                      MOVE 'EXCLUIR'                         TO LK-PAR
                      MOVE 'DELETE'                          TO LK-CMD
                      PERFORM ERRO-FILE-STATUS
           END-DELETE.
       EXCLUI-FIM.
           EXIT.

      *-----------------------------------------------------------------
       LE-VEICULO.
      *-----------------------------------------------------------------
           ACCEPT SS-CHAVE.
           IF NOT COB-CRT-STATUS = COB-SCR-ESC
               INSPECT VEI-PLACA CONVERTING
                       'abcdefghijklmnopqrstuvwxyz'
                    TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
               READ VEICULO
                   INVALID KEY
                      MOVE "VEICULO NAO ENCONTRADO" TO WS-MSGERRO
                      PERFORM MOSTRA-ERRO
               END-READ
           ELSE
               MOVE 99 TO VEI-STAT
           END-IF.
       LE-VEICULO-FIM.
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
                  'VEICULO.ARQ'                DELIMITED BY SIZE
             INTO WS-ARQ-VEICULO
           END-STRING
           .
       MONTA-CAMINHOS-FIM.
           EXIT.

      *-----------------------------------------------------------------
       ABRIR-ARQUIVO.
      *-----------------------------------------------------------------
           OPEN I-O VEICULO
           IF FS-NAO-EXISTE THEN
               OPEN OUTPUT VEICULO
               CLOSE VEICULO
               OPEN I-O VEICULO
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
           MOVE 'PROG156'                   TO LK-PRG
           MOVE 'VEICULO'                   TO LK-ARQ
           MOVE VEI-STAT                    TO LK-STA
           CALL "PROG10" USING LK-FILE-STATUS END-CALL
           .
       FIM-ERRO.
           EXIT.
