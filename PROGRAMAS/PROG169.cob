      ******************************************************************
      * Autor.....: Alexandre Trevisani (PROVA COBOL)
      * Data......: Julho/2019
      * Programa..: PROG169 - Manutenção de PEDIDOS PROGRAMADOS
      * Chamadas..: PROG10 - Tratamento de erros de FILE-STATUS
      * Parametros: Nenhum (tela)
      * Observação: Pedidos programados do cliente (a cesta que ele
      *             compra toda semana, quinzena ou mes) em
      *             PEDREC.ARQ, com os produtos e quantidades em
      *             RECITEM.ARQ, no estilo INC/ALT/EXC do PROG167.
      *             Chave = cliente + sequencia (mais de uma
      *             programacao por cliente). Cliente ativo,
      *             frequencia S/Q/M, proxima geracao a partir de
      *             hoje (mensal so ate o dia 28) e situacao A
      *             (ativa) ou S (suspensa). Os itens (opcao ITE,
      *             um por produto, quantidade ZEROS exclui) nao
      *             levam preco: o PROG170 gera o pedido na cadeia
      *             noturna com o preco vigente no dia. A tela
      *             mostra a ultima geracao (data, pedido e
      *             resultado).
      * Historico.:
      *   2026 mnt - Programa novo.
      ******************************************************************
       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         PROG169.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SPECIAL-NAMES.      DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.

       SELECT PEDREC ASSIGN TO WS-ARQ-PEDREC
              ORGANIZATION         IS INDEXED
              ACCESS MODE          IS DYNAMIC
              FILE STATUS          IS PRC-STAT
              RECORD KEY           IS PRC-KEY.

       SELECT RECITEM ASSIGN TO WS-ARQ-RECITEM
              ORGANIZATION         IS INDEXED
              ACCESS MODE          IS DYNAMIC
              FILE STATUS          IS RCI-STAT
              RECORD KEY           IS RCI-KEY.

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

       COPY FD_PEDREC.

       COPY FD_RECITEM.

       COPY FD_CLIENTES.

       COPY FD_PRODUTO.

       WORKING-STORAGE SECTION.

       01 WS-MODULO.
           05 FILLER        PIC X(30) VALUE
              "PROVA COBOL - PED.PROGRAMADOS".
           05 FILLER        PIC X(12) VALUE "MENSAGEM :".
           05 WS-MENSAG     PIC X(40) VALUE SPACES.

       77 WS-DIR-DADOS       PIC X(50) VALUE SPACES.
       77 WS-ARQ-PEDREC      PIC X(70) VALUE SPACES.
       77 WS-ARQ-RECITEM     PIC X(70) VALUE SPACES.
       77 WS-ARQ-CLIENTES    PIC X(70) VALUE SPACES.
       77 WS-ARQ-PRODUTO     PIC X(70) VALUE SPACES.

       77 WS-OPCAO          PIC X(03) VALUE SPACES.
           88 INCLUIR       VALUE IS "INC" "inc".
           88 ALTERAR       VALUE IS "ALT" "alt".
           88 EXCLUIR       VALUE IS "EXC" "exc".
           88 ITENS         VALUE IS "ITE" "ite".
           88 FINALIZAR     VALUE IS "FIM" "fim".

       77 PRC-STAT          PIC 9(02).
           88 FS-OK         VALUE ZEROS.
           88 FS-FIM-REG    VALUE 10.
           88 FS-NAO-EXISTE VALUE 35.
           88 FS-CANCELA    VALUE 99.

       77 RCI-STAT          PIC 9(02).
           88 FSI-OK        VALUE ZEROS.
           88 FSI-FIM-REG   VALUE 10.
           88 FSI-NAO-EXISTE VALUE 35.

       77 CLI-STAT          PIC 9(02).
           88 FSC-OK        VALUE ZEROS.
           88 FSC-NAO-EXISTE VALUE 35.

       77 PRO-STAT          PIC 9(02).
           88 FSPR-OK       VALUE ZEROS.
           88 FSPR-NAO-EXISTE VALUE 35.

       77 WS-TEM-CLIENTES   PIC X(01) VALUE 'N'.
           88 TEM-CLIENTES  VALUE 'S'.
           88 SEM-CLIENTES  VALUE 'N'.

       77 WS-TEM-PRODUTO    PIC X(01) VALUE 'N'.
           88 TEM-PRODUTO   VALUE 'S'.
           88 SEM-PRODUTO   VALUE 'N'.

       77 WS-ERRO           PIC X.
           88 E-SIM         VALUES ARE "S" "s".
           88 E-NAO         VALUES ARE "N" "n".

       01 WS-PRC-NOVO       PIC X(74) VALUE SPACES.
       01 WS-RCI-NOVO       PIC X(31) VALUE SPACES.

       77 WS-NOME-CLIENTE   PIC X(40) VALUE SPACES.
       77 WS-DESC-PRODUTO   PIC X(30) VALUE SPACES.
       77 WS-DESC-RESULTADO PIC X(24) VALUE SPACES.
       77 WS-DATA-HOJE      PIC 9(08) VALUE ZEROS.
       77 WS-DT-PROX-ANTES  PIC 9(08) VALUE ZEROS.
       77 WS-QTD-ITENS      PIC 9(04) VALUE ZEROS.

       77 WS-NUML           PIC 999.
       77 WS-NUMC           PIC 999.
       77 COR-FUNDO         PIC 9 VALUE 1.
       77 COR-FRENTE        PIC 9 VALUE 6.

       77 WS-STATUS         PIC X(40).
       77 WS-MSGERRO        PIC X(80).

       COPY LK_FILE_STATUS.

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
               10 LINE 10 COLUMN 12 VALUE "CLIENTE..:".
               10 COLUMN PLUS 2 PIC 9(07) USING PRC-CODC
                  BLANK WHEN ZEROS.
               10 COLUMN PLUS 2 VALUE "SEQ:".
               10 COLUMN PLUS 1 PIC 9(02) USING PRC-SEQ.
           05 SS-ALTER.
              07 SS-DESCRICAO FOREGROUND-COLOR 2.
                 10 LINE 12 COLUMN 13 VALUE "DESCRICAO:".
                 10 COLUMN PLUS 2 PIC X(30) USING PRC-DESCRICAO.
              07 SS-FREQUENCIA FOREGROUND-COLOR 2.
                 10 LINE 13 COLUMN 13 VALUE "FREQUENC.:".
                 10 COLUMN PLUS 2 PIC X(01) USING PRC-FREQUENCIA.
                 10 COLUMN PLUS 2 VALUE
                    "(S = SEMANAL, Q = QUINZENAL, M = MENSAL)".
              07 SS-PROXIMA FOREGROUND-COLOR 2.
                 10 LINE 14 COLUMN 13 VALUE "PROXIMA..:".
                 10 COLUMN PLUS 2 PIC 9(08) USING PRC-DT-PROXIMA
                    BLANK WHEN ZEROS.
                 10 COLUMN PLUS 2 VALUE "(AAAAMMDD, MENSAL ATE DIA 28)".
              07 SS-SIT FOREGROUND-COLOR 2.
                 10 LINE 15 COLUMN 13 VALUE "SITUACAO.:".
                 10 COLUMN PLUS 2 PIC X(01) USING PRC-SITUACAO.
                 10 COLUMN PLUS 2 VALUE "(A = ATIVA, S = SUSPENSA)".
           05 SS-INFO FOREGROUND-COLOR 6.
               10 LINE 10 COLUMN 45 PIC X(35) FROM WS-NOME-CLIENTE.
               10 LINE 17 COLUMN 13 VALUE "ULTIMA...:".
               10 COLUMN PLUS 2 PIC 9(08) FROM PRC-DT-ULTIMA
                  BLANK WHEN ZEROS.
               10 COLUMN PLUS 2 VALUE "PEDIDO:".
               10 COLUMN PLUS 1 PIC 9(08) FROM PRC-ULT-PEDIDO
                  BLANK WHEN ZEROS.
               10 COLUMN PLUS 2 PIC X(24) FROM WS-DESC-RESULTADO.

       01 SS-ITEM FOREGROUND-COLOR 2.
           05 LINE 19 COLUMN 13 VALUE "PRODUTO..:".
           05 COLUMN PLUS 2 PIC 9(05) USING RCI-PROD
              BLANK WHEN ZEROS.
           05 COLUMN PLUS 2 PIC X(30) FROM WS-DESC-PRODUTO.
           05 LINE 20 COLUMN 13 VALUE "QTDE.....:".
           05 COLUMN PLUS 2 PIC Z.ZZZ.ZZ9,99 USING RCI-QTDE.
           05 COLUMN PLUS 2 VALUE "(ZEROS = EXCLUI O ITEM)".

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
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
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
                   PERFORM ITENS-PROGRAMACAO
                      THRU ITENS-PROGRAMACAO-FIM
               WHEN FINALIZAR
                   GO TO MENU-FIM
               WHEN OTHER
                   MOVE "OPCAO INVALIDA" TO WS-MSGERRO
                   PERFORM MOSTRA-ERRO
           END-EVALUATE
           GO TO MENU-LOOP
           .
       MENU-FIM.
           CLOSE PEDREC RECITEM
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
           MOVE SPACES TO PEDREC-PRC WS-NOME-CLIENTE WS-DESC-RESULTADO
           MOVE ZEROS  TO PRC-CODC PRC-SEQ PRC-DT-PROXIMA
                          PRC-DT-ULTIMA PRC-ULT-PEDIDO
                          PRC-DT-ALTERACAO
           .
       LIMPA-REGISTRO-FIM.
           EXIT.

      *-----------------------------------------------------------------
       INCLUI.
      *-----------------------------------------------------------------
           MOVE "INCLUSAO" TO WS-MENSAG
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS
           PERFORM LIMPA-REGISTRO
           MOVE 'A' TO PRC-SITUACAO
           MOVE 'M' TO PRC-FREQUENCIA
           DISPLAY SS-CLS
           DISPLAY SS-TELA-REGISTRO
           ACCEPT  SS-TELA-REGISTRO
           IF COB-CRT-STATUS = COB-SCR-ESC
              GO TO INCLUI-FIM
           END-IF

           MOVE ZEROS TO WS-DT-PROX-ANTES
           PERFORM VALIDA-PROGRAMACAO THRU VALIDA-PROGRAMACAO-FIM
           IF E-SIM
              GO TO INCLUI-FIM
           END-IF

           MOVE ZEROS  TO PRC-DT-ULTIMA PRC-ULT-PEDIDO
           MOVE SPACES TO PRC-ULT-RESULTADO
           ACCEPT PRC-DT-ALTERACAO FROM DATE YYYYMMDD
           WRITE PEDREC-PRC
                 INVALID KEY
                   MOVE "PROGRAMACAO JA CADASTRADA" TO WS-MSGERRO
                   PERFORM MOSTRA-ERRO
                   GO TO INCLUI-FIM
           END-WRITE

      *    Programacao nova segue direto para os produtos.
           DISPLAY SS-TELA-REGISTRO
           PERFORM DIGITA-ITENS THRU DIGITA-ITENS-FIM
           PERFORM CONTA-ITENS THRU CONTA-ITENS-FIM
           IF WS-QTD-ITENS = ZEROS
              MOVE "PROGRAMACAO SEM PRODUTOS NAO GERA PEDIDO"
                   TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
           END-IF
           .
       INCLUI-FIM.
           EXIT.

      *-----------------------------------------------------------------
       VALIDA-PROGRAMACAO.
      *-----------------------------------------------------------------
           SET E-NAO TO TRUE

           IF SEM-CLIENTES
              MOVE "SEM CADASTRO DE CLIENTES" TO WS-MSGERRO
              SET E-SIM TO TRUE
              PERFORM MOSTRA-ERRO
              GO TO VALIDA-PROGRAMACAO-FIM
           END-IF

           MOVE PRC-CODC TO CLI-COD
           READ CLIENTES KEY IS CLI-COD
                INVALID KEY
                   MOVE "CLIENTE NAO CADASTRADO" TO WS-MSGERRO
                   SET E-SIM TO TRUE
                   PERFORM MOSTRA-ERRO
                   GO TO VALIDA-PROGRAMACAO-FIM
           END-READ
           MOVE CLI-NOME TO WS-NOME-CLIENTE
           DISPLAY SS-INFO

           IF NOT CLI-ATIVO
              MOVE "CLIENTE NAO ESTA ATIVO" TO WS-MSGERRO
              SET E-SIM TO TRUE
              PERFORM MOSTRA-ERRO
              GO TO VALIDA-PROGRAMACAO-FIM
           END-IF

           IF PRC-DESCRICAO = SPACES
              MOVE "FAVOR INFORMAR A DESCRICAO" TO WS-MSGERRO
              SET E-SIM TO TRUE
              PERFORM MOSTRA-ERRO
              GO TO VALIDA-PROGRAMACAO-FIM
           END-IF

           INSPECT PRC-FREQUENCIA CONVERTING 'sqm' TO 'SQM'
           IF NOT PRC-SEMANAL AND NOT PRC-QUINZENAL
              AND NOT PRC-MENSAL
              MOVE "FREQUENCIA DEVE SER S, Q OU M" TO WS-MSGERRO
              SET E-SIM TO TRUE
              PERFORM MOSTRA-ERRO
              GO TO VALIDA-PROGRAMACAO-FIM
           END-IF

      *    A proxima geracao nao volta ao passado; mantida sem
      *    alteracao, vale a data que o PROG170 deixou.
           IF PRC-DT-PROXIMA NOT = WS-DT-PROX-ANTES
              IF FUNCTION TEST-DATE-YYYYMMDD (PRC-DT-PROXIMA)
                 NOT = ZEROS
                 OR PRC-DT-PROXIMA < WS-DATA-HOJE
                 MOVE "PROXIMA GERACAO INVALIDA OU NO PASSADO"
                      TO WS-MSGERRO
                 SET E-SIM TO TRUE
                 PERFORM MOSTRA-ERRO
                 GO TO VALIDA-PROGRAMACAO-FIM
              END-IF
           END-IF

      *    Mensal anda de mes em mes no mesmo dia: ate o 28 todo
      *    mes tem o dia.
           IF PRC-MENSAL AND PRC-DT-PROXIMA (7:2) > '28'
              MOVE "FREQUENCIA MENSAL SO ATE O DIA 28" TO WS-MSGERRO
              SET E-SIM TO TRUE
              PERFORM MOSTRA-ERRO
              GO TO VALIDA-PROGRAMACAO-FIM
           END-IF

           INSPECT PRC-SITUACAO CONVERTING 'as' TO 'AS'
           IF NOT PRC-ATIVO AND NOT PRC-SUSPENSO
              MOVE "SITUACAO DEVE SER A OU S" TO WS-MSGERRO
              SET E-SIM TO TRUE
              PERFORM MOSTRA-ERRO
           END-IF
           .
       VALIDA-PROGRAMACAO-FIM.
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
           PERFORM LE-PROGRAMACAO THRU LE-PROGRAMACAO-FIM.
           IF FS-CANCELA
               GO TO ALTERA-FIM
           END-IF
           IF NOT FS-OK
               GO ALTERA-LOOP
           END-IF
           DISPLAY SS-TELA-REGISTRO
           MOVE PRC-DT-PROXIMA TO WS-DT-PROX-ANTES
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
           PERFORM VALIDA-PROGRAMACAO THRU VALIDA-PROGRAMACAO-FIM

           IF E-SIM
              GO TO ALTERA-GRAVA-FIM
           END-IF

           ACCEPT PRC-DT-ALTERACAO FROM DATE YYYYMMDD
           REWRITE PEDREC-PRC
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
           PERFORM LE-PROGRAMACAO THRU LE-PROGRAMACAO-FIM.
           IF FS-CANCELA
               GO EXCLUI-FIM
           END-IF
           IF NOT FS-OK
               GO EXCLUI
           END-IF
           DISPLAY SS-TELA-REGISTRO.

           MOVE "N" TO WS-ERRO.
           MOVE "CONFIRMA A EXCLUSAO DA PROGRAMACAO E ITENS (S/N)?"
                TO WS-MSGERRO.
           ACCEPT SS-ERRO.
           IF NOT E-SIM
               GO EXCLUI-FIM
           END-IF
           DELETE PEDREC
               INVALID KEY
                      MOVE 'EXCLUIR'                         TO LK-PAR
                      MOVE 'DELETE'                          TO LK-CMD
                      PERFORM ERRO-FILE-STATUS
                      GO EXCLUI-FIM
           END-DELETE.

      *    Os pedidos ja gerados ficam; saem so os itens programados.
           MOVE PRC-CODC TO RCI-CODC
           MOVE PRC-SEQ  TO RCI-SEQ
           MOVE ZEROS    TO RCI-PROD
           START RECITEM KEY NOT LESS THAN RCI-KEY
                 INVALID KEY
                    MOVE 10 TO RCI-STAT
           END-START
           PERFORM EXCLUI-UM-ITEM
              THRU EXCLUI-UM-ITEM-SAI UNTIL FSI-FIM-REG.
       EXCLUI-FIM.
           EXIT.

      *-----------------------------------------------------------------
       EXCLUI-UM-ITEM.
      *-----------------------------------------------------------------
           READ RECITEM NEXT AT END
                GO TO EXCLUI-UM-ITEM-SAI
           END-READ

           IF RCI-CODC NOT = PRC-CODC OR RCI-SEQ NOT = PRC-SEQ
              MOVE 10 TO RCI-STAT
              GO TO EXCLUI-UM-ITEM-SAI
           END-IF

           DELETE RECITEM END-DELETE
           .
       EXCLUI-UM-ITEM-SAI.
           EXIT.

      *-----------------------------------------------------------------
       ITENS-PROGRAMACAO.
      *-----------------------------------------------------------------
           MOVE "ITENS DA PROGRAMACAO" TO WS-MENSAG
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS
           PERFORM LIMPA-REGISTRO
           DISPLAY SS-CLS
           DISPLAY SS-TELA-REGISTRO
           PERFORM LE-PROGRAMACAO THRU LE-PROGRAMACAO-FIM
           IF FS-CANCELA OR NOT FS-OK
              GO TO ITENS-PROGRAMACAO-FIM
           END-IF
           DISPLAY SS-TELA-REGISTRO

           PERFORM DIGITA-ITENS THRU DIGITA-ITENS-FIM
           .
       ITENS-PROGRAMACAO-FIM.
           EXIT.

      *-----------------------------------------------------------------
       DIGITA-ITENS.
      *-----------------------------------------------------------------
      *    Laco de digitacao: um produto por volta, ESC ou produto
      *    em branco encerra. Produto ja programado mostra a
      *    quantidade atual para alterar.
           IF SEM-PRODUTO
              MOVE "SEM CADASTRO DE PRODUTOS (PROG80)" TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
              GO TO DIGITA-ITENS-FIM
           END-IF
           .
       DIGITA-UM-ITEM.
           MOVE PRC-CODC TO RCI-CODC
           MOVE PRC-SEQ  TO RCI-SEQ
           MOVE ZEROS    TO RCI-PROD RCI-QTDE
           MOVE SPACES   TO WS-DESC-PRODUTO
           DISPLAY SS-ITEM
           ACCEPT  SS-ITEM
           IF COB-CRT-STATUS = COB-SCR-ESC
              GO TO DIGITA-ITENS-FIM
           END-IF
           IF RCI-PROD = ZEROS
              GO TO DIGITA-ITENS-FIM
           END-IF

           MOVE RCI-PROD TO PRO-COD
           READ PRODUTO
                INVALID KEY
                   MOVE "PRODUTO NAO CADASTRADO" TO WS-MSGERRO
                   PERFORM MOSTRA-ERRO
                   GO TO DIGITA-UM-ITEM
           END-READ
           MOVE PRO-DESCRICAO TO WS-DESC-PRODUTO

           IF PRO-INATIVO
              MOVE "PRODUTO INATIVO" TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
              GO TO DIGITA-UM-ITEM
           END-IF

      *    Produto ja programado: mostra o gravado e aceita de novo.
           MOVE RECITEM-RCI TO WS-RCI-NOVO
           READ RECITEM
                INVALID KEY
                   MOVE WS-RCI-NOVO TO RECITEM-RCI
                   IF RCI-QTDE = ZEROS
                      MOVE "FAVOR INFORMAR A QUANTIDADE" TO WS-MSGERRO
                      PERFORM MOSTRA-ERRO
                      GO TO DIGITA-UM-ITEM
                   END-IF
                   ACCEPT RCI-DT-ALTERACAO FROM DATE YYYYMMDD
                   WRITE RECITEM-RCI
                         INVALID KEY
                           MOVE 'ITENS'                   TO LK-PAR
                           MOVE 'WRITE'                   TO LK-CMD
                           MOVE 'RECITEM'                 TO LK-ARQ
                           MOVE RCI-STAT                  TO LK-STA
                           PERFORM ERRO-FS-GENERICO
                   END-WRITE
                   GO TO DIGITA-UM-ITEM
           END-READ

           DISPLAY SS-ITEM
           ACCEPT  SS-ITEM
           IF COB-CRT-STATUS = COB-SCR-ESC
              GO TO DIGITA-UM-ITEM
           END-IF
           MOVE PRC-CODC TO RCI-CODC
           MOVE PRC-SEQ  TO RCI-SEQ
           MOVE PRO-COD  TO RCI-PROD

           IF RCI-QTDE = ZEROS
              DELETE RECITEM
                  INVALID KEY
                     MOVE 'ITENS'                        TO LK-PAR
                     MOVE 'DELETE'                       TO LK-CMD
                     MOVE 'RECITEM'                      TO LK-ARQ
                     MOVE RCI-STAT                       TO LK-STA
                     PERFORM ERRO-FS-GENERICO
              END-DELETE
              GO TO DIGITA-UM-ITEM
           END-IF

           ACCEPT RCI-DT-ALTERACAO FROM DATE YYYYMMDD
           REWRITE RECITEM-RCI
               INVALID KEY
                  MOVE 'ITENS'                           TO LK-PAR
                  MOVE 'REWRITE'                         TO LK-CMD
                  MOVE 'RECITEM'                         TO LK-ARQ
                  MOVE RCI-STAT                          TO LK-STA
                  PERFORM ERRO-FS-GENERICO
           END-REWRITE
           GO TO DIGITA-UM-ITEM
           .
       DIGITA-ITENS-FIM.
           EXIT.

      *-----------------------------------------------------------------
       CONTA-ITENS.
      *-----------------------------------------------------------------
           MOVE ZEROS    TO WS-QTD-ITENS
           MOVE PRC-CODC TO RCI-CODC
           MOVE PRC-SEQ  TO RCI-SEQ
           MOVE ZEROS    TO RCI-PROD
           START RECITEM KEY NOT LESS THAN RCI-KEY
                 INVALID KEY
                    MOVE 10 TO RCI-STAT
           END-START
           PERFORM CONTA-UM-ITEM
              THRU CONTA-UM-ITEM-SAI UNTIL FSI-FIM-REG
           MOVE ZEROS TO RCI-STAT
           .
       CONTA-ITENS-FIM.
           EXIT.

      *-----------------------------------------------------------------
       CONTA-UM-ITEM.
      *-----------------------------------------------------------------
           READ RECITEM NEXT AT END
                GO TO CONTA-UM-ITEM-SAI
           END-READ

           IF RCI-CODC NOT = PRC-CODC OR RCI-SEQ NOT = PRC-SEQ
              MOVE 10 TO RCI-STAT
              GO TO CONTA-UM-ITEM-SAI
           END-IF

           ADD 1 TO WS-QTD-ITENS
           .
       CONTA-UM-ITEM-SAI.
           EXIT.

      *-----------------------------------------------------------------
       LE-PROGRAMACAO.
      *-----------------------------------------------------------------
           ACCEPT SS-CHAVE.
           IF NOT COB-CRT-STATUS = COB-SCR-ESC
               READ PEDREC
                   INVALID KEY
                      MOVE "PROGRAMACAO NAO ENCONTRADA" TO WS-MSGERRO
                      PERFORM MOSTRA-ERRO
                   NOT INVALID KEY
                      PERFORM MOSTRA-INFO
               END-READ
           ELSE
               MOVE 99 TO PRC-STAT
           END-IF.
       LE-PROGRAMACAO-FIM.
           EXIT.

      *-----------------------------------------------------------------
       MOSTRA-INFO.
      *-----------------------------------------------------------------
           MOVE SPACES TO WS-NOME-CLIENTE
           IF TEM-CLIENTES
              MOVE PRC-CODC TO CLI-COD
              READ CLIENTES KEY IS CLI-COD
                   INVALID KEY
                      MOVE '*** CLIENTE NAO CADASTRADO ***'
                           TO WS-NOME-CLIENTE
                   NOT INVALID KEY
                      MOVE CLI-NOME TO WS-NOME-CLIENTE
              END-READ
           END-IF

           EVALUATE TRUE
               WHEN PRC-RES-GERADO
                    MOVE 'GERADO EM ABERTO'         TO WS-DESC-RESULTADO
               WHEN PRC-RES-PENDENTE
                    MOVE 'GERADO PENDENTE (PROG98)' TO WS-DESC-RESULTADO
               WHEN PRC-RES-CREDITO
                    MOVE 'BLOQUEADO POR CREDITO'    TO WS-DESC-RESULTADO
               WHEN PRC-RES-ATRASO
                    MOVE 'BLOQUEADO POR ATRASO'     TO WS-DESC-RESULTADO
               WHEN PRC-RES-SEM-ITEM
                    MOVE 'SEM ITEM COM PRECO'       TO WS-DESC-RESULTADO
               WHEN PRC-RES-CLIENTE
                    MOVE 'CLIENTE INATIVO'          TO WS-DESC-RESULTADO
               WHEN OTHER
                    MOVE SPACES                     TO WS-DESC-RESULTADO
           END-EVALUATE
           .
       MOSTRA-INFO-FIM.
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
                  'PEDREC.ARQ'                 DELIMITED BY SIZE
             INTO WS-ARQ-PEDREC
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'RECITEM.ARQ'                DELIMITED BY SIZE
             INTO WS-ARQ-RECITEM
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
           OPEN I-O PEDREC
           IF FS-NAO-EXISTE THEN
               OPEN OUTPUT PEDREC
               CLOSE PEDREC
               OPEN I-O PEDREC
           END-IF

           OPEN I-O RECITEM
           IF FSI-NAO-EXISTE THEN
               OPEN OUTPUT RECITEM
               CLOSE RECITEM
               OPEN I-O RECITEM
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
           MOVE 'PROG169'                   TO LK-PRG
           MOVE 'PEDREC'                    TO LK-ARQ
           MOVE PRC-STAT                    TO LK-STA
           CALL "PROG10" USING LK-FILE-STATUS END-CALL
           .
       FIM-ERRO.
           EXIT.

      *-----------------------------------------------------------------
       ERRO-FS-GENERICO.
      *-----------------------------------------------------------------
           MOVE 'PROG169'                   TO LK-PRG
           CALL "PROG10" USING LK-FILE-STATUS END-CALL
           .
       ERRO-FS-GENERICO-FIM.
           EXIT.
