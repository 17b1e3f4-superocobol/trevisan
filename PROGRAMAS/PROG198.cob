      ******************************************************************
      * Autor.....: Alexandre Trevisani (PROVA COBOL)
      * Data......: Julho/2019
      * Programa..: PROG198 - Manutenção do De-Para de Produtos EDI
      * Chamadas..: PROG58 - Identificador de Execucao
      *             PROG10 - Tratamento de erros de FILE-STATUS
      * Parametros: Nenhum (tela)
      * Observação: Inclusao/alteracao/exclusao da tabela de-para dos
      *             codigos de produto dos clientes-chave em
      *             EDIXREF.ARQ, no estilo INC/ALT/EXC do PROG164:
      *             cliente (tem de existir e estar ativo), codigo do
      *             produto como o cliente o envia no pedido de compra
      *             eletronico, PRO-COD interno (tem de existir e estar
      *             ativo) e situacao. A recepcao dos pedidos EDI e' o
      *             PROG197, que rejeita a linha cujo codigo nao tem
      *             de-para ativo. De-para ja usado nao deve ser
      *             excluido: inativar ('I') preserva o historico.
      * Historico.:
      *   2026 mnt - Programa novo.
      ******************************************************************
       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         PROG198.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SPECIAL-NAMES.      DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.

       SELECT EDIXREF ASSIGN TO WS-ARQ-EDIXREF
              ORGANIZATION         IS INDEXED
              ACCESS MODE          IS RANDOM
              FILE STATUS          IS XRF-STAT
              RECORD KEY           IS XRF-KEY.

       SELECT CLIENTES ASSIGN TO WS-ARQ-CLIENTES
              ORGANIZATION         IS INDEXED
              ACCESS MODE          IS RANDOM
              FILE STATUS          IS CLI-STAT
              ALTERNATE RECORD KEY IS CLI-COD
              ALTERNATE RECORD KEY IS CLI-NOME  WITH DUPLICATES
              ALTERNATE RECORD KEY IS CLI-CNPJ-RAIZ WITH DUPLICATES
              ALTERNATE RECORD KEY IS CLI-NOME-BUSCA WITH DUPLICATES
              RECORD KEY           IS CLI-KEY.

       SELECT PRODUTO ASSIGN TO WS-ARQ-PRODUTO
              ORGANIZATION         IS INDEXED
              ACCESS MODE          IS RANDOM
              FILE STATUS          IS PRO-STAT
              RECORD KEY           IS PRO-KEY.

       DATA                DIVISION.
       FILE                SECTION.

       COPY FD_EDIXREF.

       COPY FD_CLIENTES.

       COPY FD_PRODUTO.

       WORKING-STORAGE SECTION.

       01 WS-MODULO.
           05 FILLER        PIC X(30) VALUE
              "PROVA COBOL - DE-PARA EDI".
           05 FILLER        PIC X(12) VALUE "MENSAGEM :".
           05 WS-MENSAG     PIC X(40) VALUE SPACES.

       77 WS-DIR-DADOS       PIC X(50) VALUE SPACES.
       77 WS-ARQ-EDIXREF     PIC X(70) VALUE SPACES.
       77 WS-ARQ-CLIENTES    PIC X(70) VALUE SPACES.
       77 WS-ARQ-PRODUTO     PIC X(70) VALUE SPACES.

       77 WS-OPCAO          PIC X(03) VALUE SPACES.
           88 INCLUIR       VALUE IS "INC" "inc".
           88 ALTERAR       VALUE IS "ALT" "alt".
           88 EXCLUIR       VALUE IS "EXC" "exc".
           88 FINALIZAR     VALUE IS "FIM" "fim".

       77 XRF-STAT          PIC 9(02).
           88 FS-OK         VALUE ZEROS.
           88 FS-NAO-EXISTE VALUE 35.
           88 FS-CANCELA    VALUE 99.

       77 CLI-STAT          PIC 9(02).
           88 FSC-OK        VALUE ZEROS.
           88 FSC-NAO-EXISTE VALUE 35.

       77 PRO-STAT          PIC 9(02).
           88 FSPR-OK       VALUE ZEROS.
           88 FSPR-NAO-EXISTE VALUE 35.

      *    Sem cadastro de clientes ou de produtos nao ha de-para a
      *    validar.
       77 WS-TEM-CLIENTES   PIC X(01) VALUE 'N'.
           88 TEM-CLIENTES  VALUE 'S'.
           88 SEM-CLIENTES  VALUE 'N'.

       77 WS-TEM-PRODUTO    PIC X(01) VALUE 'N'.
           88 TEM-PRODUTO   VALUE 'S'.
           88 SEM-PRODUTO   VALUE 'N'.

       77 WS-ERRO           PIC X.
           88 E-SIM         VALUES ARE "S" "s".
           88 E-NAO         VALUES ARE "N" "n".

       01 WS-XRF-NOVO       PIC X(41) VALUE SPACES.

       77 WS-NOME-CLIENTE   PIC X(40) VALUE SPACES.
       77 WS-DESC-PRODUTO   PIC X(30) VALUE SPACES.

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
               10 LINE 10 COLUMN 12 VALUE "CLIENTE...:".
               10 COLUMN PLUS 2 PIC 9(07) USING XRF-CODC
                  BLANK WHEN ZEROS.
               10 LINE 11 COLUMN 12 VALUE "PROD.CLI..:".
               10 COLUMN PLUS 2 PIC X(20) USING XRF-PROD-CLI.
           05 SS-ALTER.
              07 SS-PROD FOREGROUND-COLOR 2.
                 10 LINE 13 COLUMN 13 VALUE "PRODUTO..:".
                 10 COLUMN PLUS 2 PIC 9(05) USING XRF-PROD
                    BLANK WHEN ZEROS.
              07 SS-SIT FOREGROUND-COLOR 2.
                 10 LINE 15 COLUMN 13 VALUE "SITUACAO.:".
                 10 COLUMN PLUS 2 PIC X(01) USING XRF-SITUACAO.
                 10 COLUMN PLUS 2 VALUE "(A = ATIVO, I = INATIVO)".
           05 SS-NOME FOREGROUND-COLOR 2.
               10 LINE 10 COLUMN 35 PIC X(40) FROM WS-NOME-CLIENTE.
           05 SS-DESCR FOREGROUND-COLOR 2.
               10 LINE 13 COLUMN 33 PIC X(30) FROM WS-DESC-PRODUTO.

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
           MOVE 'PROG198' TO LK-IDX-PROGRAMA
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
           CLOSE EDIXREF
           IF TEM-CLIENTES
              CLOSE CLIENTES
           END-IF
           IF TEM-PRODUTO
              CLOSE PRODUTO
           END-IF
           GOBACK
           .

      *-----------------------------------------------------------------
       LIMPA-REGISTRO.
      *-----------------------------------------------------------------
           MOVE SPACES TO EDIXREF-XRF WS-NOME-CLIENTE WS-DESC-PRODUTO
           MOVE ZEROS  TO XRF-CODC XRF-PROD XRF-DT-ALTERACAO
           .
       LIMPA-REGISTRO-FIM.
           EXIT.

      *-----------------------------------------------------------------
       INCLUI.
      *-----------------------------------------------------------------
           MOVE "INCLUSAO" TO WS-MENSAG
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS
           PERFORM LIMPA-REGISTRO
           MOVE 'A'    TO XRF-SITUACAO
           DISPLAY SS-CLS
           DISPLAY SS-TELA-REGISTRO
           ACCEPT  SS-TELA-REGISTRO
           IF COB-CRT-STATUS = COB-SCR-ESC
              GO TO INCLUI-FIM
           END-IF

           IF XRF-CODC = ZEROS OR XRF-PROD-CLI = SPACES
              MOVE "FAVOR INFORMAR O CLIENTE E O PRODUTO DO CLIENTE"
                   TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
              GO TO INCLUI-FIM
           END-IF

           MOVE EDIXREF-XRF TO WS-XRF-NOVO
           READ EDIXREF
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   MOVE "DE-PARA JA CADASTRADO" TO WS-MSGERRO
                   PERFORM MOSTRA-ERRO
                   GO TO INCLUI-FIM
           END-READ
           MOVE WS-XRF-NOVO TO EDIXREF-XRF

           PERFORM VALIDA-XREF THRU VALIDA-XREF-FIM
           IF E-SIM
              GO TO INCLUI-FIM
           END-IF

           ACCEPT XRF-DT-ALTERACAO FROM DATE YYYYMMDD
           WRITE EDIXREF-XRF
                 INVALID KEY
                   MOVE 'INCLUI'                          TO LK-PAR
                   MOVE 'WRITE'                           TO LK-CMD
                   PERFORM ERRO-FILE-STATUS
           END-WRITE
           .
       INCLUI-FIM.
           EXIT.

      *-----------------------------------------------------------------
       VALIDA-XREF.
      *-----------------------------------------------------------------
           SET E-NAO TO TRUE

           IF SEM-CLIENTES OR SEM-PRODUTO
              MOVE "SEM CADASTRO DE CLIENTES OU DE PRODUTOS"
                   TO WS-MSGERRO
              SET E-SIM TO TRUE
              PERFORM MOSTRA-ERRO
              GO TO VALIDA-XREF-FIM
           END-IF

           MOVE XRF-CODC TO CLI-COD
           READ CLIENTES KEY IS CLI-COD
                INVALID KEY
                   MOVE "CLIENTE NAO CADASTRADO" TO WS-MSGERRO
                   SET E-SIM TO TRUE
                   PERFORM MOSTRA-ERRO
                   GO TO VALIDA-XREF-FIM
           END-READ
           MOVE CLI-NOME TO WS-NOME-CLIENTE
           DISPLAY SS-NOME

           IF NOT CLI-ATIVO
              MOVE "CLIENTE NAO ESTA ATIVO" TO WS-MSGERRO
              SET E-SIM TO TRUE
              PERFORM MOSTRA-ERRO
              GO TO VALIDA-XREF-FIM
           END-IF

           MOVE XRF-PROD TO PRO-COD
           READ PRODUTO
                INVALID KEY
                   MOVE "PRODUTO NAO CADASTRADO" TO WS-MSGERRO
                   SET E-SIM TO TRUE
                   PERFORM MOSTRA-ERRO
                   GO TO VALIDA-XREF-FIM
           END-READ
           MOVE PRO-DESCRICAO TO WS-DESC-PRODUTO
           DISPLAY SS-DESCR

      *    Produto inativo so' pode ficar num de-para inativo.
           IF PRO-INATIVO AND XRF-ATIVO
              MOVE "PRODUTO NAO ESTA ATIVO" TO WS-MSGERRO
              SET E-SIM TO TRUE
              PERFORM MOSTRA-ERRO
              GO TO VALIDA-XREF-FIM
           END-IF

           IF NOT XRF-ATIVO AND NOT XRF-INATIVO
              MOVE "SITUACAO DEVE SER A OU I" TO WS-MSGERRO
              SET E-SIM TO TRUE
              PERFORM MOSTRA-ERRO
           END-IF
           .
       VALIDA-XREF-FIM.
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
           PERFORM LE-EDIXREF THRU LE-EDIXREF-FIM.
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
           PERFORM VALIDA-XREF THRU VALIDA-XREF-FIM

           IF E-SIM
              GO TO ALTERA-GRAVA-FIM
           END-IF

           ACCEPT XRF-DT-ALTERACAO FROM DATE YYYYMMDD
           REWRITE EDIXREF-XRF
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
           PERFORM LIMPA-REGISTRO.
           DISPLAY SS-CLS.
           DISPLAY SS-TELA-REGISTRO.
           PERFORM LE-EDIXREF THRU LE-EDIXREF-FIM.
           IF FS-CANCELA
               GO EXCLUI-FIM
           END-IF
           IF NOT FS-OK
               GO EXCLUI
           END-IF
           DISPLAY SS-TELA-REGISTRO.
           MOVE "N" TO WS-ERRO.
           MOVE "CONFIRMA A EXCLUSAO DO DE-PARA (S/N)?" TO WS-MSGERRO.
           ACCEPT SS-ERRO.
           IF NOT E-SIM
               GO EXCLUI-FIM
           END-IF
           DELETE EDIXREF
               INVALID KEY
                      MOVE 'EXCLUIR'                         TO LK-PAR
                      MOVE 'DELETE'                          TO LK-CMD
                      PERFORM ERRO-FILE-STATUS
                      SET E-SIM TO TRUE
           END-DELETE.
       EXCLUI-FIM.
           EXIT.

      *-----------------------------------------------------------------
       LE-EDIXREF.
      *-----------------------------------------------------------------
           ACCEPT SS-CHAVE.
           IF NOT COB-CRT-STATUS = COB-SCR-ESC
               READ EDIXREF
                   INVALID KEY
                      MOVE "DE-PARA NAO ENCONTRADO" TO WS-MSGERRO
                      PERFORM MOSTRA-ERRO
                   NOT INVALID KEY
                      PERFORM MOSTRA-NOMES THRU MOSTRA-NOMES-FIM
               END-READ
           ELSE
               MOVE 99 TO XRF-STAT
           END-IF.
       LE-EDIXREF-FIM.
           EXIT.

      *-----------------------------------------------------------------
       MOSTRA-NOMES.
      *-----------------------------------------------------------------
           MOVE SPACES TO WS-NOME-CLIENTE WS-DESC-PRODUTO
           IF TEM-CLIENTES
              MOVE XRF-CODC TO CLI-COD
              READ CLIENTES KEY IS CLI-COD
                   NOT INVALID KEY
                      MOVE CLI-NOME TO WS-NOME-CLIENTE
              END-READ
           END-IF
           IF TEM-PRODUTO
              MOVE XRF-PROD TO PRO-COD
              READ PRODUTO
                   NOT INVALID KEY
                      MOVE PRO-DESCRICAO TO WS-DESC-PRODUTO
              END-READ
           END-IF
           .
       MOSTRA-NOMES-FIM.
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
                  'EDIXREF.ARQ'                DELIMITED BY SIZE
             INTO WS-ARQ-EDIXREF
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'CLIENTES.ARQ'               DELIMITED BY SIZE
             INTO WS-ARQ-CLIENTES
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
           OPEN I-O EDIXREF
           IF FS-NAO-EXISTE THEN
               OPEN OUTPUT EDIXREF
               CLOSE EDIXREF
               OPEN I-O EDIXREF
           END-IF

           SET TEM-CLIENTES TO TRUE
           OPEN INPUT CLIENTES
           IF FSC-NAO-EXISTE
              SET SEM-CLIENTES TO TRUE
           END-IF

           SET TEM-PRODUTO TO TRUE
           OPEN INPUT PRODUTO
           IF FSPR-NAO-EXISTE
              SET SEM-PRODUTO TO TRUE
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
           MOVE 'PROG198'                   TO LK-PRG
           MOVE 'EDIXREF'                   TO LK-ARQ
           MOVE XRF-STAT                    TO LK-STA
           CALL "PROG10" USING LK-FILE-STATUS END-CALL
           .
       FIM-ERRO.
           EXIT.
