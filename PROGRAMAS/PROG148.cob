      ******************************************************************
      * Autor.....: Alexandre Trevisani (PROVA COBOL)
      * Data......: Julho/2019
      * Programa..: PROG148 - Manutenção do Cadastro de FORNECEDORES
      * Chamadas..: PROG07 - Verifica Integridade CNPJ
      *             PROG58 - Identificador de Execucao
      *             PROG10 - Tratamento de erros de FILE-STATUS
      * Parametros: Nenhum (tela)
      * Observação: Inclusao/alteracao/exclusao de fornecedores em
      *             FORNEC.ARQ, no estilo INC/ALT/EXC do PROG80. O
      *             CNPJ e' validado pelo PROG07 (numerico ou
      *             alfanumerico) e nao pode repetir em outro
      *             fornecedor. O prazo de entrega do fornecedor
      *             sugere a data prevista da ordem de compra
      *             (PROG149). Fornecedor com ordem de compra nao
      *             deve ser excluido: inativar ('I') preserva o
      *             historico e bloqueia ordens novas.
      * Historico.:
      *   2026 mnt - Programa novo.
      ******************************************************************
       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         PROG148.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SPECIAL-NAMES.      DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.

       SELECT FORNEC ASSIGN TO WS-ARQ-FORNEC
              ORGANIZATION         IS INDEXED
              ACCESS MODE          IS RANDOM
              FILE STATUS          IS FRN-STAT
              ALTERNATE RECORD KEY IS FRN-CNPJ
              RECORD KEY           IS FRN-KEY.

       DATA                DIVISION.
       FILE                SECTION.

       COPY FD_FORNEC.

       WORKING-STORAGE SECTION.

       01 WS-MODULO.
           05 FILLER        PIC X(30) VALUE
              "PROVA COBOL - CAD. FORNECEDOR".
           05 FILLER        PIC X(12) VALUE "MENSAGEM :".
           05 WS-MENSAG     PIC X(40) VALUE SPACES.

       77 WS-DIR-DADOS       PIC X(50) VALUE SPACES.
       77 WS-ARQ-FORNEC      PIC X(70) VALUE SPACES.

       77 WS-OPCAO          PIC X(03) VALUE SPACES.
           88 INCLUIR       VALUE IS "INC" "inc".
           88 ALTERAR       VALUE IS "ALT" "alt".
           88 EXCLUIR       VALUE IS "EXC" "exc".
           88 FINALIZAR     VALUE IS "FIM" "fim".

       77 FRN-STAT          PIC 9(02).
           88 FS-OK         VALUE ZEROS.
           88 FS-NAO-EXISTE VALUE 35.
           88 FS-CANCELA    VALUE 99.

       77 WS-ERRO           PIC X.
           88 E-SIM         VALUES ARE "S" "s".
           88 E-NAO         VALUES ARE "N" "n".

       01 WS-FRN-NOVO       PIC X(174) VALUE SPACES.

       77 WS-NUML           PIC 999.
       77 WS-NUMC           PIC 999.
       77 COR-FUNDO         PIC 9 VALUE 1.
       77 COR-FRENTE        PIC 9 VALUE 6.

       77 WS-STATUS         PIC X(40).
       77 WS-MSGERRO        PIC X(80).

       COPY LK_CNPJCPF.

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
               10 LINE 10 COLUMN 12 VALUE "FORNECEDOR:".
               10 COLUMN PLUS 2 PIC 9(05) USING FRN-COD
                  BLANK WHEN ZEROS.
           05 SS-ALTER.
              07 SS-CNPJ FOREGROUND-COLOR 2.
                 10 LINE 12 COLUMN 13 VALUE "CNPJ.....:".
                 10 COLUMN PLUS 2 PIC X(14) USING FRN-CNPJ.
                 10 COLUMN PLUS 2 PIC X(18) FROM FRN-CNPJ-FMT.
              07 SS-RAZAO FOREGROUND-COLOR 2.
                 10 LINE 13 COLUMN 13 VALUE "RAZAO....:".
                 10 COLUMN PLUS 2 PIC X(40) USING FRN-RAZAO.
              07 SS-CONTATO FOREGROUND-COLOR 2.
                 10 LINE 14 COLUMN 13 VALUE "CONTATO..:".
                 10 COLUMN PLUS 2 PIC X(30) USING FRN-CONTATO.
              07 SS-TELEFONE FOREGROUND-COLOR 2.
                 10 LINE 15 COLUMN 13 VALUE "TELEFONE.:".
                 10 COLUMN PLUS 2 PIC X(15) USING FRN-TELEFONE.
              07 SS-EMAIL FOREGROUND-COLOR 2.
                 10 LINE 16 COLUMN 13 VALUE "E-MAIL...:".
                 10 COLUMN PLUS 2 PIC X(40) USING FRN-EMAIL.
              07 SS-PRAZO FOREGROUND-COLOR 2.
                 10 LINE 18 COLUMN 13 VALUE "PRAZO ENT:".
                 10 COLUMN PLUS 2 PIC ZZ9 USING FRN-PRAZO-ENTREGA.
                 10 COLUMN PLUS 1 VALUE "DIAS".
              07 SS-SIT FOREGROUND-COLOR 2.
                 10 LINE 18 COLUMN 40 VALUE "SITUACAO.:".
                 10 COLUMN PLUS 2 PIC X(01) USING FRN-SITUACAO.

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
           MOVE 'PROG148' TO LK-IDX-PROGRAMA
           CALL "PROG58" USING LK-IDEXEC END-CALL
           MOVE LK-IDX-ID TO LK-IDE
           PERFORM ABRIR-ARQUIVO
           .
       MENU-LOOP.
           MOVE "ESCOLHA A OPCAO" TO WS-MENSAG
           DISPLAY SS-CLS
           MOVE SPACES TO WS-OPCAO
           MOVE SPACES TO FORNEC-FRN
           MOVE ZEROS  TO FRN-COD FRN-PRAZO-ENTREGA
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
           CLOSE FORNEC
           GOBACK
           .

      *-----------------------------------------------------------------
       INCLUI.
      *-----------------------------------------------------------------
           MOVE "INCLUSAO" TO WS-MENSAG
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS
           MOVE SPACES TO FORNEC-FRN
           MOVE ZEROS  TO FRN-COD FRN-PRAZO-ENTREGA FRN-DT-ALTERACAO
           MOVE 'A'    TO FRN-SITUACAO
           DISPLAY SS-CLS
           DISPLAY SS-TELA-REGISTRO
           ACCEPT  SS-TELA-REGISTRO
           IF COB-CRT-STATUS = COB-SCR-ESC
              GO TO INCLUI-FIM
           END-IF

           MOVE FORNEC-FRN TO WS-FRN-NOVO
           READ FORNEC
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   MOVE "CODIGO DE FORNECEDOR JA CADASTRADO"
                        TO WS-MSGERRO
                   PERFORM MOSTRA-ERRO
                   GO TO INCLUI-FIM
           END-READ
           MOVE WS-FRN-NOVO TO FORNEC-FRN

           PERFORM VALIDA-FORNECEDOR THRU VALIDA-FORNECEDOR-FIM
           IF E-SIM
              GO TO INCLUI-FIM
           END-IF

           ACCEPT FRN-DT-ALTERACAO FROM DATE YYYYMMDD
           WRITE FORNEC-FRN
                 INVALID KEY
                   MOVE "CNPJ JA CADASTRADO EM OUTRO FORNECEDOR"
                        TO WS-MSGERRO
                   PERFORM MOSTRA-ERRO
           END-WRITE
           .
       INCLUI-FIM.
           EXIT.

      *-----------------------------------------------------------------
       VALIDA-FORNECEDOR.
      *-----------------------------------------------------------------
           SET E-NAO TO TRUE

           IF FRN-COD = ZEROS
              MOVE "FAVOR INFORMAR O CODIGO" TO WS-MSGERRO
              SET E-SIM TO TRUE
              PERFORM MOSTRA-ERRO
              GO TO VALIDA-FORNECEDOR-FIM
           END-IF

           IF FRN-RAZAO = SPACES
              MOVE "FAVOR INFORMAR A RAZAO SOCIAL" TO WS-MSGERRO
              SET E-SIM TO TRUE
              PERFORM MOSTRA-ERRO
              GO TO VALIDA-FORNECEDOR-FIM
           END-IF

           IF NOT FRN-ATIVO AND NOT FRN-INATIVO
              MOVE "SITUACAO DEVE SER A OU I" TO WS-MSGERRO
              SET E-SIM TO TRUE
              PERFORM MOSTRA-ERRO
              GO TO VALIDA-FORNECEDOR-FIM
           END-IF

      *    Mesma validacao de CNPJ do cadastro de clientes (PROG01).
           INITIALIZE PARCPF
           MOVE FRN-CNPJ TO LK-CPF-ALFA (02:14)
           MOVE 'J'      TO LK-TPC
           CALL "PROG07" USING PARCPF END-CALL

           IF LK-RCC = 'N'
              MOVE "CNPJ INVALIDO , TENTE NOVAMENTE" TO WS-MSGERRO
              SET E-SIM TO TRUE
              PERFORM MOSTRA-ERRO
           ELSE
              MOVE LK-ECC TO FRN-CNPJ-FMT
           END-IF
           .
       VALIDA-FORNECEDOR-FIM.
           EXIT.

      *-----------------------------------------------------------------
       ALTERA.
      *-----------------------------------------------------------------
           MOVE "ALTERACAO" TO WS-MENSAG.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
       ALTERA-LOOP.
           MOVE SPACES TO FORNEC-FRN.
           MOVE ZEROS  TO FRN-COD FRN-PRAZO-ENTREGA.
           DISPLAY SS-CLS.
           DISPLAY SS-TELA-REGISTRO.
           PERFORM LE-FORNECEDOR THRU LE-FORNECEDOR-FIM.
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
           PERFORM VALIDA-FORNECEDOR THRU VALIDA-FORNECEDOR-FIM

           IF E-SIM
              GO TO ALTERA-GRAVA-FIM
           END-IF

           ACCEPT FRN-DT-ALTERACAO FROM DATE YYYYMMDD
           REWRITE FORNEC-FRN
               INVALID KEY
                   MOVE "CNPJ JA CADASTRADO EM OUTRO FORNECEDOR"
                        TO WS-MSGERRO
                   PERFORM MOSTRA-ERRO
           END-REWRITE
           .
       ALTERA-GRAVA-FIM.
           EXIT.

      *-----------------------------------------------------------------
       EXCLUI.
      *-----------------------------------------------------------------
           MOVE "EXCLUSAO" TO WS-MENSAG.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           MOVE SPACES TO FORNEC-FRN.
           MOVE ZEROS  TO FRN-COD FRN-PRAZO-ENTREGA.
           DISPLAY SS-CLS.
           DISPLAY SS-TELA-REGISTRO.
           PERFORM LE-FORNECEDOR THRU LE-FORNECEDOR-FIM.
           IF FS-CANCELA
               GO EXCLUI-FIM
           END-IF
           IF NOT FS-OK
               GO EXCLUI
           END-IF
           DISPLAY SS-TELA-REGISTRO.
           MOVE "N" TO WS-ERRO.
           MOVE "CONFIRMA A EXCLUSAO DO FORNECEDOR (S/N)?"
                TO WS-MSGERRO.
           ACCEPT SS-ERRO.
           IF NOT E-SIM
               GO EXCLUI-FIM
           END-IF
           DELETE FORNEC
               INVALID KEY
                      MOVE 'EXCLUIR'                         TO LK-PAR
                      MOVE 'DELETE'                          TO LK-CMD
                      PERFORM ERRO-FILE-STATUS
           END-DELETE.
       EXCLUI-FIM.
           EXIT.

      *-----------------------------------------------------------------
       LE-FORNECEDOR.
      *-----------------------------------------------------------------
           ACCEPT SS-CHAVE.
           IF NOT COB-CRT-STATUS = COB-SCR-ESC
               READ FORNEC
                   INVALID KEY
                      MOVE "FORNECEDOR NAO ENCONTRADO" TO WS-MSGERRO
                      PERFORM MOSTRA-ERRO
               END-READ
           ELSE
               MOVE 99 TO FRN-STAT
           END-IF.
       LE-FORNECEDOR-FIM.
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
                  'FORNEC.ARQ'                 DELIMITED BY SIZE
             INTO WS-ARQ-FORNEC
           END-STRING
           .
       MONTA-CAMINHOS-FIM.
           EXIT.

      *-----------------------------------------------------------------
       ABRIR-ARQUIVO.
      *-----------------------------------------------------------------
           OPEN I-O FORNEC
           IF FS-NAO-EXISTE THEN
               OPEN OUTPUT FORNEC
               CLOSE FORNEC
               OPEN I-O FORNEC
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
           MOVE 'PROG148'                   TO LK-PRG
           MOVE 'FORNEC'                    TO LK-ARQ
           MOVE FRN-STAT                    TO LK-STA
           CALL "PROG10" USING LK-FILE-STATUS END-CALL
           .
       FIM-ERRO.
           EXIT.
