      ******************************************************************
      * Autor.....: Alexandre Trevisani (PROVA COBOL)
      * Data......: Julho/2019
      * Programa..: PROG164 - Manutenção dos CONTRATOS de Fornecimento
      * Chamadas..: PROG58 - Identificador de Execucao
      *             PROG10 - Tratamento de erros de FILE-STATUS
      * Parametros: Nenhum (tela)
      * Observação: Inclusao/alteracao/exclusao dos contratos de
      *             fornecimento dos clientes-chave em CONTRATO.ARQ,
      *             no estilo INC/ALT/EXC do PROG156: cliente (tem de
      *             existir e estar ativo), vendedor (ZEROS = o do
      *             cliente), vigencia, compromisso de compra do
      *             periodo em quantidade ('Q') ou valor ('V') e
      *             situacao. Um cliente nao tem dois contratos ativos
      *             com vigencias sobrepostas, para o PROG22 achar um
      *             unico preco. A opcao ITE mantem os produtos do
      *             contrato em CONTRITEM.ARQ: preco negociado e
      *             quantidade comprometida; preco ZEROS exclui o
      *             produto. Excluir o contrato exclui seus produtos.
      * Historico.:
      *   2026 mnt - Programa novo.
      ******************************************************************
       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         PROG164.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SPECIAL-NAMES.      DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.

       SELECT CONTRATO ASSIGN TO WS-ARQ-CONTRATO
              ORGANIZATION         IS INDEXED
              ACCESS MODE          IS DYNAMIC
              FILE STATUS          IS CTR-STAT
              ALTERNATE RECORD KEY IS CTR-CODC WITH DUPLICATES
              RECORD KEY           IS CTR-KEY.

       SELECT CONTRITEM ASSIGN TO WS-ARQ-CONTRITEM
              ORGANIZATION         IS INDEXED
              ACCESS MODE          IS DYNAMIC
              FILE STATUS          IS CTI-STAT
              RECORD KEY           IS CTI-KEY.

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

       COPY FD_CONTRATO.

       COPY FD_CONTRITEM.

       COPY FD_CLIENTES.

       COPY FD_PRODUTO.

       WORKING-STORAGE SECTION.

       01 WS-MODULO.
           05 FILLER        PIC X(30) VALUE
              "PROVA COBOL - CONTRATOS".
           05 FILLER        PIC X(12) VALUE "MENSAGEM :".
           05 WS-MENSAG     PIC X(40) VALUE SPACES.

       77 WS-DIR-DADOS       PIC X(50) VALUE SPACES.
       77 WS-ARQ-CONTRATO    PIC X(70) VALUE SPACES.
       77 WS-ARQ-CONTRITEM   PIC X(70) VALUE SPACES.
       77 WS-ARQ-CLIENTES    PIC X(70) VALUE SPACES.
       77 WS-ARQ-PRODUTO     PIC X(70) VALUE SPACES.

       77 WS-OPCAO          PIC X(03) VALUE SPACES.
           88 INCLUIR       VALUE IS "INC" "inc".
           88 ALTERAR       VALUE IS "ALT" "alt".
           88 EXCLUIR       VALUE IS "EXC" "exc".
           88 ITENS         VALUE IS "ITE" "ite".
           88 FINALIZAR     VALUE IS "FIM" "fim".

       77 CTR-STAT          PIC 9(02).
           88 FS-OK         VALUE ZEROS.
           88 FS-FIM-REG    VALUE 10.
           88 FS-NAO-EXISTE VALUE 35.
           88 FS-CANCELA    VALUE 99.

       77 CTI-STAT          PIC 9(02).
           88 FSI-OK        VALUE ZEROS.
           88 FSI-FIM-REG   VALUE 10.
           88 FSI-NAO-EXISTE VALUE 35.

       77 CLI-STAT          PIC 9(02).
           88 FSC-OK        VALUE ZEROS.
           88 FSC-NAO-EXISTE VALUE 35.

       77 PRO-STAT          PIC 9(02).
           88 FSPR-OK       VALUE ZEROS.
           88 FSPR-NAO-EXISTE VALUE 35.

      *    Sem cadastro de clientes ou de produtos nao ha contrato
      *    nem produto de contrato a validar.
       77 WS-TEM-CLIENTES   PIC X(01) VALUE 'N'.
           88 TEM-CLIENTES  VALUE 'S'.
           88 SEM-CLIENTES  VALUE 'N'.

       77 WS-TEM-PRODUTO    PIC X(01) VALUE 'N'.
           88 TEM-PRODUTO   VALUE 'S'.
           88 SEM-PRODUTO   VALUE 'N'.

       77 WS-ERRO           PIC X.
           88 E-SIM         VALUES ARE "S" "s".
           88 E-NAO         VALUES ARE "N" "n".

       01 WS-CTR-NOVO       PIC X(55) VALUE SPACES.
       01 WS-CTI-NOVO       PIC X(37) VALUE SPACES.

       77 WS-NOME-CLIENTE   PIC X(40) VALUE SPACES.
       77 WS-DESC-PRODUTO   PIC X(30) VALUE SPACES.
       77 WS-QTD-ITENS      PIC 9(04) VALUE ZEROS.

      *    Conferencia de sobreposicao de vigencia entre contratos
      *    ativos do mesmo cliente.
       77 WS-SOBREPOE       PIC X(01) VALUE 'N'.
           88 SOBREPOE      VALUE 'S'.
       77 WS-SOB-NUMERO     PIC 9(06) VALUE ZEROS.
       77 WS-CHK-NUMERO     PIC 9(06) VALUE ZEROS.
       77 WS-CHK-CODC       PIC 9(07) VALUE ZEROS.
       77 WS-CHK-INICIO     PIC 9(08) VALUE ZEROS.
       77 WS-CHK-FIM        PIC 9(08) VALUE ZEROS.

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
                  "ESCOLHA OPCAO INC/ALT/EXC/ITE/FIM :".
               10 LINE 08 COL PLUS 1 USING WS-OPCAO.

       01 SS-TELA-REGISTRO.
           05 SS-CHAVE FOREGROUND-COLOR 2.
               10 LINE 10 COLUMN 12 VALUE "CONTRATO..:".
               10 COLUMN PLUS 2 PIC 9(06) USING CTR-NUMERO
                  BLANK WHEN ZEROS.
           05 SS-ALTER.
              07 SS-CLIENTE FOREGROUND-COLOR 2.
                 10 LINE 12 COLUMN 13 VALUE "CLIENTE..:".
                 10 COLUMN PLUS 2 PIC 9(07) USING CTR-CODC
                    BLANK WHEN ZEROS.
              07 SS-VENDEDOR FOREGROUND-COLOR 2.
                 10 LINE 13 COLUMN 13 VALUE "VENDEDOR.:".
                 10 COLUMN PLUS 2 PIC 9(05) USING CTR-CODV
                    BLANK WHEN ZEROS.
                 10 COLUMN PLUS 2 VALUE "(BRANCO = DO CLIENTE)".
              07 SS-DTINI FOREGROUND-COLOR 2.
                 10 LINE 14 COLUMN 13 VALUE "INICIO...:".
                 10 COLUMN PLUS 2 PIC 9(08) USING CTR-DT-INICIO
                    BLANK WHEN ZEROS.
                 10 COLUMN PLUS 2 VALUE "(AAAAMMDD)".
              07 SS-DTFIM FOREGROUND-COLOR 2.
                 10 LINE 15 COLUMN 13 VALUE "FIM......:".
                 10 COLUMN PLUS 2 PIC 9(08) USING CTR-DT-FIM
                    BLANK WHEN ZEROS.
                 10 COLUMN PLUS 2 VALUE "(AAAAMMDD)".
              07 SS-TIPO FOREGROUND-COLOR 2.
                 10 LINE 16 COLUMN 13 VALUE "COMPROM..:".
                 10 COLUMN PLUS 2 PIC X(01) USING CTR-TIPO-COMPROM.
                 10 COLUMN PLUS 2 VALUE
                    "(Q = QUANTIDADE, V = VALOR, BRANCO = SEM)".
              07 SS-COMPROM FOREGROUND-COLOR 2.
                 10 LINE 17 COLUMN 13 VALUE "QTDE/VLR.:".
                 10 COLUMN PLUS 2 PIC ZZZ.ZZZ.ZZ9,99
                    USING CTR-COMPROMISSO.
              07 SS-SIT FOREGROUND-COLOR 2.
                 10 LINE 18 COLUMN 13 VALUE "SITUACAO.:".
                 10 COLUMN PLUS 2 PIC X(01) USING CTR-SITUACAO.
                 10 COLUMN PLUS 2 VALUE "(A = ATIVO, E = ENCERRADO)".
           05 SS-NOME FOREGROUND-COLOR 2.
               10 LINE 12 COLUMN 35 PIC X(40) FROM WS-NOME-CLIENTE.

       01 SS-ITEM FOREGROUND-COLOR 2.
           05 LINE 20 COLUMN 13 VALUE "PRODUTO..:".
           05 COLUMN PLUS 2 PIC 9(05) USING CTI-PROD
              BLANK WHEN ZEROS.
           05 COLUMN PLUS 2 PIC X(30) FROM WS-DESC-PRODUTO.
           05 LINE 21 COLUMN 13 VALUE "PRECO....:".
           05 COLUMN PLUS 2 PIC ZZZ.ZZ9,99 USING CTI-PRECO.
           05 COLUMN PLUS 2 VALUE "(ZEROS = EXCLUI O PRODUTO)".
           05 LINE 22 COLUMN 13 VALUE "QTDE COMP:".
           05 COLUMN PLUS 2 PIC Z.ZZZ.ZZ9,99 USING CTI-QTDE-COMPROM.

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
           MOVE 'PROG164' TO LK-IDX-PROGRAMA
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
               WHEN ITENS
                   PERFORM PRODUTOS THRU PRODUTOS-FIM
               WHEN FINALIZAR
                   GO TO MENU-FIM
               WHEN OTHER
                   MOVE "OPCAO INVALIDA" TO WS-MSGERRO
                   PERFORM MOSTRA-ERRO
           END-EVALUATE
           GO TO MENU-LOOP
           .
       MENU-FIM.
           CLOSE CONTRATO CONTRITEM
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
           MOVE SPACES TO CONTRATO-CTR WS-NOME-CLIENTE
           MOVE ZEROS  TO CTR-NUMERO CTR-CODC CTR-CODV CTR-DT-INICIO
                          CTR-DT-FIM CTR-COMPROMISSO CTR-DT-ALTERACAO
           .
       LIMPA-REGISTRO-FIM.
           EXIT.

      *-----------------------------------------------------------------
       INCLUI.
      *-----------------------------------------------------------------
           MOVE "INCLUSAO" TO WS-MENSAG
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS
           PERFORM LIMPA-REGISTRO
           MOVE 'A'    TO CTR-SITUACAO
           DISPLAY SS-CLS
           DISPLAY SS-TELA-REGISTRO
           ACCEPT  SS-TELA-REGISTRO
           IF COB-CRT-STATUS = COB-SCR-ESC
              GO TO INCLUI-FIM
           END-IF

           IF CTR-NUMERO = ZEROS
              MOVE "FAVOR INFORMAR O NUMERO DO CONTRATO" TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
              GO TO INCLUI-FIM
           END-IF

           MOVE CONTRATO-CTR TO WS-CTR-NOVO
           READ CONTRATO
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   MOVE "CONTRATO JA CADASTRADO" TO WS-MSGERRO
                   PERFORM MOSTRA-ERRO
                   GO TO INCLUI-FIM
           END-READ
           MOVE WS-CTR-NOVO TO CONTRATO-CTR

           PERFORM VALIDA-CONTRATO THRU VALIDA-CONTRATO-FIM
           IF E-SIM
              GO TO INCLUI-FIM
           END-IF

           ACCEPT CTR-DT-ALTERACAO FROM DATE YYYYMMDD
           WRITE CONTRATO-CTR
                 INVALID KEY
                   MOVE 'INCLUI'                          TO LK-PAR
                   MOVE 'WRITE'                           TO LK-CMD
                   PERFORM ERRO-FILE-STATUS
                   GO TO INCLUI-FIM
           END-WRITE

      *    Contrato novo segue direto para os produtos.
           DISPLAY SS-TELA-REGISTRO
           PERFORM DIGITA-PRODUTO THRU DIGITA-PRODUTO-FIM
           .
       INCLUI-FIM.
           EXIT.

      *-----------------------------------------------------------------
       VALIDA-CONTRATO.
      *-----------------------------------------------------------------
           SET E-NAO TO TRUE

           IF SEM-CLIENTES
              MOVE "SEM CADASTRO DE CLIENTES" TO WS-MSGERRO
              SET E-SIM TO TRUE
              PERFORM MOSTRA-ERRO
              GO TO VALIDA-CONTRATO-FIM
           END-IF

           MOVE CTR-CODC TO CLI-COD
           READ CLIENTES KEY IS CLI-COD
                INVALID KEY
                   MOVE "CLIENTE NAO CADASTRADO" TO WS-MSGERRO
                   SET E-SIM TO TRUE
                   PERFORM MOSTRA-ERRO
                   GO TO VALIDA-CONTRATO-FIM
           END-READ
           MOVE CLI-NOME TO WS-NOME-CLIENTE
           DISPLAY SS-NOME

           IF NOT CLI-ATIVO
              MOVE "CLIENTE NAO ESTA ATIVO" TO WS-MSGERRO
              SET E-SIM TO TRUE
              PERFORM MOSTRA-ERRO
              GO TO VALIDA-CONTRATO-FIM
           END-IF

           IF CTR-CODV = ZEROS
              MOVE CLI-VEND TO CTR-CODV
           END-IF

           IF FUNCTION TEST-DATE-YYYYMMDD (CTR-DT-INICIO) NOT = ZEROS
              OR FUNCTION TEST-DATE-YYYYMMDD (CTR-DT-FIM) NOT = ZEROS
              OR CTR-DT-FIM < CTR-DT-INICIO
              MOVE "VIGENCIA DO CONTRATO INVALIDA" TO WS-MSGERRO
              SET E-SIM TO TRUE
              PERFORM MOSTRA-ERRO
              GO TO VALIDA-CONTRATO-FIM
           END-IF

           IF CTR-TIPO-COMPROM = 'q' OR 'v'
              INSPECT CTR-TIPO-COMPROM CONVERTING 'qv' TO 'QV'
           END-IF
           IF NOT CTR-COMPROM-QTDE AND NOT CTR-COMPROM-VALOR
              AND NOT CTR-SEM-COMPROM
              MOVE "COMPROMISSO DEVE SER Q, V OU BRANCO" TO WS-MSGERRO
              SET E-SIM TO TRUE
              PERFORM MOSTRA-ERRO
              GO TO VALIDA-CONTRATO-FIM
           END-IF
           IF CTR-SEM-COMPROM
              MOVE ZEROS TO CTR-COMPROMISSO
           END-IF
           IF NOT CTR-SEM-COMPROM AND CTR-COMPROMISSO = ZEROS
              MOVE "FAVOR INFORMAR A QUANTIDADE OU VALOR COMPROMETIDO"
                   TO WS-MSGERRO
              SET E-SIM TO TRUE
              PERFORM MOSTRA-ERRO
              GO TO VALIDA-CONTRATO-FIM
           END-IF

           IF CTR-SITUACAO = 'a' OR 'e'
              INSPECT CTR-SITUACAO CONVERTING 'ae' TO 'AE'
           END-IF
           IF NOT CTR-ATIVO AND NOT CTR-ENCERRADO
              MOVE "SITUACAO DEVE SER A OU E" TO WS-MSGERRO
              SET E-SIM TO TRUE
              PERFORM MOSTRA-ERRO
              GO TO VALIDA-CONTRATO-FIM
           END-IF

           IF CTR-ATIVO
              PERFORM VERIFICA-SOBREPOSICAO
                 THRU VERIFICA-SOBREPOSICAO-FIM
              IF SOBREPOE
                 MOVE SPACES TO WS-MSGERRO
                 STRING 'VIGENCIA SOBREPOE O CONTRATO ATIVO '
                                                 DELIMITED BY SIZE
                        WS-SOB-NUMERO            DELIMITED BY SIZE
                        ' DO CLIENTE'            DELIMITED BY SIZE
                   INTO WS-MSGERRO
                 END-STRING
                 SET E-SIM TO TRUE
                 PERFORM MOSTRA-ERRO
              END-IF
           END-IF
           .
       VALIDA-CONTRATO-FIM.
           EXIT.

      *-----------------------------------------------------------------
       VERIFICA-SOBREPOSICAO.
      *-----------------------------------------------------------------
      *    Percorre os contratos do cliente pela chave alternada; o
      *    registro digitado fica guardado e volta ao final.
           MOVE 'N'              TO WS-SOBREPOE
           MOVE ZEROS            TO WS-SOB-NUMERO
           MOVE CONTRATO-CTR     TO WS-CTR-NOVO
           MOVE CTR-NUMERO       TO WS-CHK-NUMERO
           MOVE CTR-CODC         TO WS-CHK-CODC
           MOVE CTR-DT-INICIO    TO WS-CHK-INICIO
           MOVE CTR-DT-FIM       TO WS-CHK-FIM

           START CONTRATO KEY NOT LESS THAN CTR-CODC
                 INVALID KEY
                    MOVE 10 TO CTR-STAT
           END-START
           PERFORM OLHA-UM-CONTRATO
              THRU OLHA-UM-CONTRATO-SAI
              UNTIL FS-FIM-REG OR SOBREPOE

           MOVE WS-CTR-NOVO TO CONTRATO-CTR
           MOVE ZEROS       TO CTR-STAT
           .
       VERIFICA-SOBREPOSICAO-FIM.
           EXIT.

      *-----------------------------------------------------------------
       OLHA-UM-CONTRATO.
      *-----------------------------------------------------------------
           READ CONTRATO NEXT AT END
                GO TO OLHA-UM-CONTRATO-SAI
           END-READ

           IF CTR-CODC NOT = WS-CHK-CODC
              MOVE 10 TO CTR-STAT
              GO TO OLHA-UM-CONTRATO-SAI
           END-IF

           IF CTR-NUMERO = WS-CHK-NUMERO OR NOT CTR-ATIVO
              GO TO OLHA-UM-CONTRATO-SAI
           END-IF

           IF CTR-DT-INICIO NOT > WS-CHK-FIM
              AND CTR-DT-FIM NOT < WS-CHK-INICIO
              SET SOBREPOE TO TRUE
              MOVE CTR-NUMERO TO WS-SOB-NUMERO
           END-IF
           .
       OLHA-UM-CONTRATO-SAI.
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
           PERFORM LE-CONTRATO THRU LE-CONTRATO-FIM.
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
           PERFORM VALIDA-CONTRATO THRU VALIDA-CONTRATO-FIM

           IF E-SIM
              GO TO ALTERA-GRAVA-FIM
           END-IF

           ACCEPT CTR-DT-ALTERACAO FROM DATE YYYYMMDD
           REWRITE CONTRATO-CTR
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
           PERFORM LE-CONTRATO THRU LE-CONTRATO-FIM.
           IF FS-CANCELA
               GO EXCLUI-FIM
           END-IF
           IF NOT FS-OK
               GO EXCLUI
           END-IF
           DISPLAY SS-TELA-REGISTRO.

           MOVE "N" TO WS-ERRO.
           MOVE "CONFIRMA A EXCLUSAO DO CONTRATO E PRODUTOS (S/N)?"
                TO WS-MSGERRO.
           ACCEPT SS-ERRO.
           IF NOT E-SIM
               GO EXCLUI-FIM
           END-IF
           DELETE CONTRATO
               INVALID KEY
                      MOVE 'EXCLUIR'                         TO LK-PAR
                      MOVE 'DELETE'                          TO LK-CMD
                      PERFORM ERRO-FILE-STATUS
                      GO EXCLUI-FIM
           END-DELETE.

      *    Os produtos do contrato saem junto: um numero
      *    reaproveitado nao herda preco antigo.
           MOVE CTR-NUMERO TO CTI-CONTRATO
           MOVE ZEROS      TO CTI-PROD
           START CONTRITEM KEY NOT LESS THAN CTI-KEY
                 INVALID KEY
                    MOVE 10 TO CTI-STAT
           END-START
           PERFORM EXCLUI-UM-PRODUTO
              THRU EXCLUI-UM-PRODUTO-SAI UNTIL FSI-FIM-REG.
       EXCLUI-FIM.
           EXIT.

      *-----------------------------------------------------------------
       EXCLUI-UM-PRODUTO.
      *-----------------------------------------------------------------
           READ CONTRITEM NEXT AT END
                GO TO EXCLUI-UM-PRODUTO-SAI
           END-READ

           IF CTI-CONTRATO NOT = CTR-NUMERO
              MOVE 10 TO CTI-STAT
              GO TO EXCLUI-UM-PRODUTO-SAI
           END-IF

           DELETE CONTRITEM END-DELETE
           .
       EXCLUI-UM-PRODUTO-SAI.
           EXIT.

      *-----------------------------------------------------------------
       PRODUTOS.
      *-----------------------------------------------------------------
      *    Produtos de um contrato ja gravado.
           MOVE "PRODUTOS DO CONTRATO" TO WS-MENSAG
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS
           PERFORM LIMPA-REGISTRO
           DISPLAY SS-CLS
           DISPLAY SS-TELA-REGISTRO
           PERFORM LE-CONTRATO THRU LE-CONTRATO-FIM
           IF FS-CANCELA OR NOT FS-OK
              GO TO PRODUTOS-FIM
           END-IF
           DISPLAY SS-TELA-REGISTRO

           PERFORM DIGITA-PRODUTO THRU DIGITA-PRODUTO-FIM
           .
       PRODUTOS-FIM.
           EXIT.

      *-----------------------------------------------------------------
       DIGITA-PRODUTO.
      *-----------------------------------------------------------------
      *    Laco de digitacao: um produto por volta, ESC ou produto
      *    em branco encerra. Produto ja no contrato mostra o preco
      *    e a quantidade atuais para alterar.
           IF SEM-PRODUTO
              MOVE "SEM CADASTRO DE PRODUTOS (PROG80)" TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
              GO TO DIGITA-PRODUTO-FIM
           END-IF
           .
       DIGITA-UM-PRODUTO.
           MOVE CTR-NUMERO TO CTI-CONTRATO
           MOVE ZEROS      TO CTI-PROD CTI-PRECO CTI-QTDE-COMPROM
           MOVE SPACES     TO WS-DESC-PRODUTO
           DISPLAY SS-ITEM
           ACCEPT  SS-ITEM
           IF COB-CRT-STATUS = COB-SCR-ESC
              GO TO DIGITA-PRODUTO-FIM
           END-IF
           IF CTI-PROD = ZEROS
              GO TO DIGITA-PRODUTO-FIM
           END-IF

           MOVE CTI-PROD TO PRO-COD
           READ PRODUTO
                INVALID KEY
                   MOVE "PRODUTO NAO CADASTRADO" TO WS-MSGERRO
                   PERFORM MOSTRA-ERRO
                   GO TO DIGITA-UM-PRODUTO
           END-READ
           MOVE PRO-DESCRICAO TO WS-DESC-PRODUTO

      *    Produto ja no contrato: mostra o gravado e aceita de novo.
           MOVE CONTRITEM-CTI TO WS-CTI-NOVO
           READ CONTRITEM
                INVALID KEY
                   MOVE WS-CTI-NOVO TO CONTRITEM-CTI
                   IF CTI-PRECO = ZEROS
                      MOVE "FAVOR INFORMAR O PRECO NEGOCIADO"
                           TO WS-MSGERRO
                      PERFORM MOSTRA-ERRO
                      GO TO DIGITA-UM-PRODUTO
                   END-IF
                   PERFORM GRAVA-PRODUTO THRU GRAVA-PRODUTO-FIM
                   GO TO DIGITA-UM-PRODUTO
           END-READ

           DISPLAY SS-ITEM
           ACCEPT  SS-ITEM
           IF COB-CRT-STATUS = COB-SCR-ESC
              GO TO DIGITA-UM-PRODUTO
           END-IF
           MOVE CTR-NUMERO    TO CTI-CONTRATO
           MOVE PRO-COD       TO CTI-PROD

           IF CTI-PRECO = ZEROS
              DELETE CONTRITEM
                  INVALID KEY
                     MOVE 'PRODUTOS'                     TO LK-PAR
                     MOVE 'DELETE'                       TO LK-CMD
                     MOVE 'CONTRITEM'                    TO LK-ARQ
                     MOVE CTI-STAT                       TO LK-STA
                     PERFORM ERRO-FS-GENERICO
              END-DELETE
              GO TO DIGITA-UM-PRODUTO
           END-IF

           ACCEPT CTI-DT-ALTERACAO FROM DATE YYYYMMDD
           REWRITE CONTRITEM-CTI
               INVALID KEY
                  MOVE 'PRODUTOS'                        TO LK-PAR
                  MOVE 'REWRITE'                         TO LK-CMD
                  MOVE 'CONTRITEM'                       TO LK-ARQ
                  MOVE CTI-STAT                          TO LK-STA
                  PERFORM ERRO-FS-GENERICO
           END-REWRITE
           GO TO DIGITA-UM-PRODUTO
           .
       DIGITA-PRODUTO-FIM.
           EXIT.

      *-----------------------------------------------------------------
       GRAVA-PRODUTO.
      *-----------------------------------------------------------------
           MOVE CTR-NUMERO TO CTI-CONTRATO
           MOVE PRO-COD    TO CTI-PROD
           ACCEPT CTI-DT-ALTERACAO FROM DATE YYYYMMDD
           WRITE CONTRITEM-CTI
                 INVALID KEY
                   MOVE 'PRODUTOS'                        TO LK-PAR
                   MOVE 'WRITE'                           TO LK-CMD
                   MOVE 'CONTRITEM'                       TO LK-ARQ
                   MOVE CTI-STAT                          TO LK-STA
                   PERFORM ERRO-FS-GENERICO
           END-WRITE
           .
       GRAVA-PRODUTO-FIM.
           EXIT.

      *-----------------------------------------------------------------
       LE-CONTRATO.
      *-----------------------------------------------------------------
           ACCEPT SS-CHAVE.
           IF NOT COB-CRT-STATUS = COB-SCR-ESC
               READ CONTRATO
                   INVALID KEY
                      MOVE "CONTRATO NAO ENCONTRADO" TO WS-MSGERRO
                      PERFORM MOSTRA-ERRO
                   NOT INVALID KEY
                      PERFORM MOSTRA-CLIENTE
               END-READ
           ELSE
               MOVE 99 TO CTR-STAT
           END-IF.
       LE-CONTRATO-FIM.
           EXIT.

      *-----------------------------------------------------------------
       MOSTRA-CLIENTE.
      *-----------------------------------------------------------------
           MOVE SPACES TO WS-NOME-CLIENTE
           IF TEM-CLIENTES
              MOVE CTR-CODC TO CLI-COD
              READ CLIENTES KEY IS CLI-COD
                   INVALID KEY
                      MOVE '*** CLIENTE NAO CADASTRADO ***'
                           TO WS-NOME-CLIENTE
                   NOT INVALID KEY
                      MOVE CLI-NOME TO WS-NOME-CLIENTE
              END-READ
           END-IF
           .
       MOSTRA-CLIENTE-FIM.
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
                  'CONTRATO.ARQ'               DELIMITED BY SIZE
             INTO WS-ARQ-CONTRATO
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'CONTRITEM.ARQ'              DELIMITED BY SIZE
             INTO WS-ARQ-CONTRITEM
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
           OPEN I-O CONTRATO
           IF FS-NAO-EXISTE THEN
               OPEN OUTPUT CONTRATO
               CLOSE CONTRATO
               OPEN I-O CONTRATO
           END-IF

           OPEN I-O CONTRITEM
           IF FSI-NAO-EXISTE THEN
               OPEN OUTPUT CONTRITEM
               CLOSE CONTRITEM
               OPEN I-O CONTRITEM
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
           MOVE 'PROG164'                   TO LK-PRG
           MOVE 'CONTRATO'                  TO LK-ARQ
           MOVE CTR-STAT                    TO LK-STA
           CALL "PROG10" USING LK-FILE-STATUS END-CALL
           .
       FIM-ERRO.
           EXIT.

      *-----------------------------------------------------------------
       ERRO-FS-GENERICO.
      *-----------------------------------------------------------------
           MOVE 'PROG164'                   TO LK-PRG
           CALL "PROG10" USING LK-FILE-STATUS END-CALL
           .
       ERRO-FS-GENERICO-FIM.
           EXIT.
