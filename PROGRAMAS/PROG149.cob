      ******************************************************************
      * Autor.....: Alexandre Trevisani (PROVA COBOL)
      * Data......: Julho/2019
      * Programa..: PROG149 - Ordens de Compra a Fornecedores
      * Chamadas..: PROG40 - Alocacao do Proximo Codigo Livre (tipo O)
      *             PROG58 - Identificador de Execucao
      *             PROG10 - Tratamento de erros de FILE-STATUS
      * Parametros: Nenhum (tela)
      * Observação: Tres opcoes:
      *             INC digita uma ordem de compra: fornecedor ativo
      *                 de FORNEC.ARQ (PROG148), data prevista de
      *                 entrega (sugerida pelo prazo do fornecedor) e
      *                 os itens - produto, quantidade e custo
      *                 unitario combinado (sugerido pelo custo medio
      *                 do produto). O numero sai do PROG40 so na
      *                 confirmacao, com cabecalho em ORDCOMP.ARQ e
      *                 itens em OCITEM.ARQ;
      *             CON mostra a ordem com o recebido de cada item;
      *             CAN cancela ordem aberta ou recebida em parte (o
      *                 ja recebido continua no estoque; o saldo do
      *                 item deixa de ser esperado).
      *             O recebimento contra a ordem e' o PROG150; as
      *             ordens abertas e atrasadas saem no PROG151.
      * Historico.:
      *   2026 mnt - Programa novo.
      ******************************************************************
       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         PROG149.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SPECIAL-NAMES.      DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.

       SELECT ORDCOMP ASSIGN TO WS-ARQ-ORDCOMP
              ORGANIZATION         IS INDEXED
              ACCESS MODE          IS DYNAMIC
              FILE STATUS          IS OCP-STAT
              ALTERNATE RECORD KEY IS OCP-FORN WITH DUPLICATES
              RECORD KEY           IS OCP-KEY.

       SELECT OCITEM ASSIGN TO WS-ARQ-OCITEM
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              FILE STATUS  IS OCI-STAT
              RECORD KEY   IS OCI-KEY.

       SELECT FORNEC ASSIGN TO WS-ARQ-FORNEC
              ORGANIZATION         IS INDEXED
              ACCESS MODE          IS RANDOM
              FILE STATUS          IS FRN-STAT
              ALTERNATE RECORD KEY IS FRN-CNPJ
              RECORD KEY           IS FRN-KEY.

       SELECT PRODUTO ASSIGN TO WS-ARQ-PRODUTO
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS RANDOM
              FILE STATUS  IS PRO-STAT
              RECORD KEY   IS PRO-KEY.

       DATA                DIVISION.
       FILE                SECTION.

       COPY FD_ORDCOMP.

       COPY FD_OCITEM.

       COPY FD_FORNEC.

       COPY FD_PRODUTO.

       WORKING-STORAGE SECTION.

       01 WS-MODULO.
           05 FILLER        PIC X(30) VALUE
              "PROVA COBOL - ORDEM DE COMPRA".
           05 FILLER        PIC X(12) VALUE "MENSAGEM :".
           05 WS-MENSAG     PIC X(40) VALUE SPACES.

       77 WS-DIR-DADOS       PIC X(50) VALUE SPACES.
       77 WS-ARQ-ORDCOMP     PIC X(70) VALUE SPACES.
       77 WS-ARQ-OCITEM      PIC X(70) VALUE SPACES.
       77 WS-ARQ-FORNEC      PIC X(70) VALUE SPACES.
       77 WS-ARQ-PRODUTO     PIC X(70) VALUE SPACES.

       77 OCP-STAT          PIC 9(02).
           88 FSOC-OK       VALUE ZEROS.
           88 FSOC-NAO-EXISTE VALUE 35.

       77 OCI-STAT          PIC 9(02).
           88 FSOI-OK       VALUE ZEROS.
           88 FSOI-FIM-REG  VALUE 10.
           88 FSOI-NAO-EXISTE VALUE 35.

       77 FRN-STAT          PIC 9(02).
           88 FSF-OK        VALUE ZEROS.
           88 FSF-NAO-EXISTE VALUE 35.

       77 PRO-STAT          PIC 9(02).
           88 FSP-OK        VALUE ZEROS.
           88 FSP-NAO-EXISTE VALUE 35.

       77 WS-OPCAO          PIC X(03) VALUE SPACES.
           88 INCLUIR       VALUE IS "INC" "inc".
           88 CONSULTAR     VALUE IS "CON" "con".
           88 CANCELAR      VALUE IS "CAN" "can".
           88 FINALIZAR     VALUE IS "FIM" "fim".

       77 WS-ERRO           PIC X.
           88 E-SIM         VALUES ARE "S" "s".
           88 E-NAO         VALUES ARE "N" "n".

       77 WS-CONFIRMA       PIC X(01) VALUE 'N'.
           88 CONFIRMOU     VALUES ARE "S" "s".

       77 WS-FIM-DIGITACAO  PIC X(01) VALUE 'N'.
           88 FIM-DIGITACAO VALUE 'S'.

       77 WS-NUM-OC         PIC 9(08) VALUE ZEROS.
       77 WS-FORN           PIC 9(05) VALUE ZEROS.
       77 WS-PREVISTA       PIC 9(08) VALUE ZEROS.
       77 WS-PROD-DIG       PIC 9(05) VALUE ZEROS.
       77 WS-QTDE-DIG       PIC 9(07)V99 VALUE ZEROS.
       77 WS-CUSTO-DIG      PIC 9(07)V99 VALUE ZEROS.
       77 WS-VALOR-OC       PIC 9(11)V99 VALUE ZEROS.
       77 WS-OPERADOR-EXEC  PIC X(08) VALUE SPACES.
       77 WS-DATA-HOJE      PIC 9(08) VALUE ZEROS.
       77 WS-DESC-SIT       PIC X(12) VALUE SPACES.

      *    Itens da ordem em digitacao: so vao para o arquivo na
      *    confirmacao.
       01 WS-TAB-ITEM.
           05 WS-TI-ENT OCCURS 30 TIMES.
              10 WS-TI-PROD       PIC 9(05).
              10 WS-TI-QTDE       PIC 9(07)V99.
              10 WS-TI-CUSTO      PIC 9(07)V99.

       77 WS-QTD-ITENS      PIC 9(03) VALUE ZEROS.
       77 WS-MAX-ITENS      PIC 9(03) VALUE 30.
       77 WS-IDX            PIC 9(03) VALUE ZEROS.

       77 WS-LIN-TELA       PIC 9(02) VALUE ZEROS.
       77 WS-LIN-POS        PIC 9(02) VALUE ZEROS.

       01 WS-LINHA-ITEM.
           05 LIN-PROD      PIC 9(05).
           05 FILLER        PIC X(01) VALUE SPACES.
           05 LIN-DESC      PIC X(22).
           05 FILLER        PIC X(01) VALUE SPACES.
           05 LIN-QTDE      PIC Z.ZZZ.ZZ9,99.
           05 FILLER        PIC X(01) VALUE SPACES.
           05 LIN-RECEB     PIC Z.ZZZ.ZZ9,99.
           05 FILLER        PIC X(01) VALUE SPACES.
           05 LIN-CUSTO     PIC Z.ZZZ.ZZ9,99.

       77 WS-NUML           PIC 999.
       77 WS-NUMC           PIC 999.
       77 COR-FUNDO         PIC 9 VALUE 1.
       77 COR-FRENTE        PIC 9 VALUE 6.

       77 WS-STATUS         PIC X(40).
       77 WS-MSGERRO        PIC X(80).

       COPY LK_FILE_STATUS.

       COPY LK_IDEXEC.

       COPY LK_SEQUENC.

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
                  "ESCOLHA OPCAO INC/CON/CAN/FIM :".
               10 LINE 08 COL PLUS 1 USING WS-OPCAO.

       01 SS-LEGENDA FOREGROUND-COLOR 2.
           05 LINE 11 COLUMN 12 VALUE
              "INC = DIGITA ORDEM DE COMPRA NOVA".
           05 LINE 12 COLUMN 12 VALUE
              "CON = CONSULTA ORDEM E RECEBIMENTOS".
           05 LINE 13 COLUMN 12 VALUE
              "CAN = CANCELA ORDEM (SALDO DEIXA DE SER ESPERADO)".

       01 SS-OC-FORN FOREGROUND-COLOR 2.
           05 LINE 04 COLUMN 05 VALUE "FORNECEDOR....:".
           05 COLUMN PLUS 2 PIC 9(05) USING WS-FORN
              BLANK WHEN ZEROS.

       01 SS-OC-RAZAO FOREGROUND-COLOR 2.
           05 LINE 04 COLUMN 30 PIC X(40) FROM FRN-RAZAO.

       01 SS-OC-PREV FOREGROUND-COLOR 2.
           05 LINE 05 COLUMN 05 VALUE "ENTREGA PREV..:".
           05 COLUMN PLUS 2 PIC 9(08) USING WS-PREVISTA.
           05 COLUMN PLUS 2 VALUE "(AAAAMMDD)".

       01 SS-OC-ITEM FOREGROUND-COLOR 2.
           05 LINE 07 COLUMN 05 VALUE "PRODUTO.......:".
           05 COLUMN PLUS 2 PIC 9(05) USING WS-PROD-DIG
              BLANK WHEN ZEROS.

       01 SS-OC-ITEM-DESC FOREGROUND-COLOR 2.
           05 LINE 07 COLUMN 30 PIC X(30) FROM PRO-DESCRICAO.
           05 LINE 08 COLUMN 30 VALUE "CUSTO MEDIO:".
           05 COLUMN PLUS 2 PIC Z.ZZZ.ZZ9,99 FROM PRO-CUSTO-MEDIO.

       01 SS-OC-ITEM-QTDE FOREGROUND-COLOR 2.
           05 LINE 09 COLUMN 05 VALUE "QUANTIDADE....:".
           05 COLUMN PLUS 2 PIC Z.ZZZ.ZZ9,99 USING WS-QTDE-DIG.
           05 LINE 10 COLUMN 05 VALUE "CUSTO UNIT....:".
           05 COLUMN PLUS 2 PIC Z.ZZZ.ZZ9,99 USING WS-CUSTO-DIG.

       01 SS-OC-TOTAL FOREGROUND-COLOR 2.
           05 LINE 12 COLUMN 05 VALUE "ITENS.........:".
           05 COLUMN PLUS 2 PIC ZZ9 FROM WS-QTD-ITENS.
           05 LINE 12 COLUMN 30 VALUE "VALOR DA ORDEM:".
           05 COLUMN PLUS 2 PIC ZZ.ZZZ.ZZZ.ZZ9,99 FROM WS-VALOR-OC.

       01 SS-OC-CONFIRMA FOREGROUND-COLOR 2.
           05 LINE 14 COLUMN 05 VALUE "CONFIRMA A ORDEM (S/N):".
           05 COLUMN PLUS 2 PIC X(01) USING WS-CONFIRMA.

       01 SS-NUMERO FOREGROUND-COLOR 2.
           05 LINE 04 COLUMN 05 VALUE "ORDEM DE COMPRA:".
           05 COLUMN PLUS 2 PIC 9(08) USING WS-NUM-OC
              BLANK WHEN ZEROS.

       01 SS-OC-DADOS FOREGROUND-COLOR 2.
           05 LINE 05 COLUMN 05 VALUE "FORNECEDOR....:".
           05 COLUMN PLUS 2 PIC 9(05) FROM OCP-FORN.
           05 COLUMN PLUS 2 PIC X(40) FROM FRN-RAZAO.
           05 LINE 06 COLUMN 05 VALUE "EMISSAO.......:".
           05 COLUMN PLUS 2 PIC 9(08) FROM OCP-EMISSAO.
           05 LINE 06 COLUMN 35 VALUE "PREVISTA:".
           05 COLUMN PLUS 2 PIC 9(08) FROM OCP-PREVISTA.
           05 LINE 07 COLUMN 05 VALUE "SITUACAO......:".
           05 COLUMN PLUS 2 PIC X(12) FROM WS-DESC-SIT.
           05 LINE 07 COLUMN 35 VALUE "VALOR...:".
           05 COLUMN PLUS 2 PIC ZZ.ZZZ.ZZZ.ZZ9,99 FROM OCP-VALOR.
           05 LINE 09 COLUMN 02 VALUE
              "PROD. DESCRICAO                    PEDIDO     RECEBIDO".
           05 LINE 09 COLUMN 57 VALUE " CUSTO UNIT.".

       01 SS-CANC-CONFIRMA FOREGROUND-COLOR 2.
           05 LINE 21 COLUMN 05 VALUE "CONFIRMA O CANCELAMENTO (S/N):".
           05 COLUMN PLUS 2 PIC X(01) USING WS-CONFIRMA.

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
           MOVE 'PROG149' TO LK-IDX-PROGRAMA
           CALL "PROG58" USING LK-IDEXEC END-CALL
           MOVE LK-IDX-ID TO LK-IDE
           ACCEPT WS-OPERADOR-EXEC FROM ENVIRONMENT 'COBOL_OPERADOR'
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           PERFORM ABRIR-ARQUIVO
           .
       MENU-LOOP.
           MOVE "ESCOLHA A OPCAO" TO WS-MENSAG
           DISPLAY SS-CLS
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS
           DISPLAY SS-STATUS
           DISPLAY SS-LEGENDA
           MOVE SPACES TO WS-OPCAO
           ACCEPT SS-FUNCAO
           IF COB-CRT-STATUS = COB-SCR-ESC
              GO TO MENU-FIM
           END-IF

           EVALUATE TRUE
               WHEN INCLUIR
                   PERFORM INCLUI-ORDEM THRU INCLUI-ORDEM-FIM
               WHEN CONSULTAR
                   PERFORM CONSULTA-ORDEM THRU CONSULTA-ORDEM-FIM
               WHEN CANCELAR
                   PERFORM CANCELA-ORDEM THRU CANCELA-ORDEM-FIM
               WHEN FINALIZAR
                   GO TO MENU-FIM
               WHEN OTHER
                   MOVE "OPCAO INVALIDA" TO WS-MSGERRO
                   PERFORM MOSTRA-ERRO
           END-EVALUATE
           GO TO MENU-LOOP
           .
       MENU-FIM.
           PERFORM FINALIZA
           .
       FIM-PROCESSO.
           EXIT.

      *-----------------------------------------------------------------
       INCLUI-ORDEM.
      *-----------------------------------------------------------------
           MOVE "INCLUSAO DE ORDEM DE COMPRA" TO WS-MENSAG
           MOVE ZEROS TO WS-FORN WS-PREVISTA WS-QTD-ITENS WS-VALOR-OC
           DISPLAY SS-CLS
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS
           DISPLAY SS-STATUS
           DISPLAY SS-OC-FORN
           ACCEPT  SS-OC-FORN
           IF COB-CRT-STATUS = COB-SCR-ESC
              GO TO INCLUI-ORDEM-FIM
           END-IF

           MOVE WS-FORN TO FRN-COD
           READ FORNEC
                INVALID KEY
                   MOVE "FORNECEDOR NAO CADASTRADO (PROG148)"
                        TO WS-MSGERRO
                   PERFORM MOSTRA-ERRO
                   GO TO INCLUI-ORDEM-FIM
           END-READ
           IF NOT FRN-ATIVO
              MOVE "FORNECEDOR INATIVO" TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
              GO TO INCLUI-ORDEM-FIM
           END-IF
           DISPLAY SS-OC-RAZAO

      *    Data prevista sugerida pelo prazo de entrega do fornecedor.
           MOVE WS-DATA-HOJE TO WS-PREVISTA
           IF FRN-PRAZO-ENTREGA NUMERIC AND FRN-PRAZO-ENTREGA > ZEROS
              COMPUTE WS-PREVISTA = FUNCTION DATE-OF-INTEGER
                      (FUNCTION INTEGER-OF-DATE (WS-DATA-HOJE)
                       + FRN-PRAZO-ENTREGA)
           END-IF
           .
       INCLUI-ORDEM-DATA.
           DISPLAY SS-OC-PREV
           ACCEPT  SS-OC-PREV
           IF COB-CRT-STATUS = COB-SCR-ESC
              GO TO INCLUI-ORDEM-FIM
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD (WS-PREVISTA) NOT = ZEROS
              OR WS-PREVISTA < WS-DATA-HOJE
              MOVE "DATA PREVISTA INVALIDA OU JA PASSADA"
                   TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
              GO TO INCLUI-ORDEM-DATA
           END-IF

           MOVE 'N' TO WS-FIM-DIGITACAO
           PERFORM DIGITA-UM-ITEM
              THRU DIGITA-UM-ITEM-FIM UNTIL FIM-DIGITACAO

           IF WS-QTD-ITENS = ZEROS
              MOVE "ORDEM SEM ITENS - NADA GRAVADO" TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
              GO TO INCLUI-ORDEM-FIM
           END-IF

           MOVE 'N' TO WS-CONFIRMA
           DISPLAY SS-OC-TOTAL
           DISPLAY SS-OC-CONFIRMA
           ACCEPT  SS-OC-CONFIRMA
           IF NOT CONFIRMOU OR COB-CRT-STATUS = COB-SCR-ESC
              MOVE "ORDEM DESCARTADA" TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
              GO TO INCLUI-ORDEM-FIM
           END-IF

           MOVE 'O' TO LK-SEQ-TIPO
           CALL "PROG40" USING LK-SEQUENCIA END-CALL
           IF NOT LK-SEQ-OK
              MOVE "FALHA AO NUMERAR A ORDEM (SEQUENC.ARQ)"
                   TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
              GO TO INCLUI-ORDEM-FIM
           END-IF
           MOVE LK-SEQ-NUMERO TO WS-NUM-OC

           MOVE SPACES           TO ORDCOMP-OCP
           MOVE WS-NUM-OC        TO OCP-NUMERO
           MOVE WS-FORN          TO OCP-FORN
           MOVE WS-DATA-HOJE     TO OCP-EMISSAO
           MOVE WS-PREVISTA      TO OCP-PREVISTA
           SET OCP-ABERTA        TO TRUE
           MOVE WS-QTD-ITENS     TO OCP-QTD-ITENS
           MOVE WS-VALOR-OC      TO OCP-VALOR
           MOVE WS-OPERADOR-EXEC TO OCP-OPERADOR
           MOVE ZEROS            TO OCP-DT-ULT-RECEB
           WRITE ORDCOMP-OCP
                 INVALID KEY
                   MOVE 'INCLUI-ORDEM'                   TO LK-PAR
                   MOVE 'WRITE'                          TO LK-CMD
                   MOVE 'ORDCOMP'                        TO LK-ARQ
                   MOVE OCP-STAT                         TO LK-STA
                   PERFORM ERRO-FILE-STATUS
                   GO TO INCLUI-ORDEM-FIM
           END-WRITE

           PERFORM GRAVA-UM-ITEM
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-QTD-ITENS

           MOVE SPACES TO WS-MSGERRO
           STRING 'ORDEM DE COMPRA ' WS-NUM-OC ' GRAVADA'
                  DELIMITED BY SIZE
             INTO WS-MSGERRO
           END-STRING
           PERFORM MOSTRA-ERRO
           .
       INCLUI-ORDEM-FIM.
           EXIT.

      *-----------------------------------------------------------------
       DIGITA-UM-ITEM.
      *-----------------------------------------------------------------
      *    ESC no produto encerra a digitacao dos itens; na
      *    quantidade, descarta o item.
           IF WS-QTD-ITENS = WS-MAX-ITENS
              MOVE "LIMITE DE ITENS DA ORDEM ATINGIDO" TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
              MOVE 'S' TO WS-FIM-DIGITACAO
              GO TO DIGITA-UM-ITEM-FIM
           END-IF

           MOVE ZEROS TO WS-PROD-DIG WS-QTDE-DIG WS-CUSTO-DIG
           MOVE "ESC ENCERRA OS ITENS" TO WS-STATUS
           DISPLAY SS-STATUS
           DISPLAY SS-OC-TOTAL
           DISPLAY SS-OC-ITEM
           ACCEPT  SS-OC-ITEM
           IF COB-CRT-STATUS = COB-SCR-ESC
              MOVE 'S' TO WS-FIM-DIGITACAO
              GO TO DIGITA-UM-ITEM-FIM
           END-IF

           MOVE WS-PROD-DIG TO PRO-COD
           READ PRODUTO
                INVALID KEY
                   MOVE "PRODUTO NAO CADASTRADO" TO WS-MSGERRO
                   PERFORM MOSTRA-ERRO
                   GO TO DIGITA-UM-ITEM-FIM
           END-READ
           IF NOT PRO-ATIVO
              MOVE "PRODUTO INATIVO" TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
              GO TO DIGITA-UM-ITEM-FIM
           END-IF
           IF PRO-CUSTO-MEDIO NOT NUMERIC
              MOVE ZEROS TO PRO-CUSTO-MEDIO
           END-IF
           MOVE PRO-CUSTO-MEDIO TO WS-CUSTO-DIG
           DISPLAY SS-OC-ITEM-DESC

           DISPLAY SS-OC-ITEM-QTDE
           ACCEPT  SS-OC-ITEM-QTDE
           IF COB-CRT-STATUS = COB-SCR-ESC
              GO TO DIGITA-UM-ITEM-FIM
           END-IF

           IF WS-QTDE-DIG = ZEROS OR WS-CUSTO-DIG = ZEROS
              MOVE "QUANTIDADE E CUSTO SAO OBRIGATORIOS" TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
              GO TO DIGITA-UM-ITEM-FIM
           END-IF

           ADD 1 TO WS-QTD-ITENS
           MOVE WS-PROD-DIG  TO WS-TI-PROD  (WS-QTD-ITENS)
           MOVE WS-QTDE-DIG  TO WS-TI-QTDE  (WS-QTD-ITENS)
           MOVE WS-CUSTO-DIG TO WS-TI-CUSTO (WS-QTD-ITENS)
           COMPUTE WS-VALOR-OC ROUNDED = WS-VALOR-OC
                   + WS-QTDE-DIG * WS-CUSTO-DIG
           .
       DIGITA-UM-ITEM-FIM.
           EXIT.

      *-----------------------------------------------------------------
       GRAVA-UM-ITEM.
      *-----------------------------------------------------------------
           MOVE SPACES                 TO OCITEM-OCI
           MOVE WS-NUM-OC              TO OCI-NUMERO
           MOVE WS-IDX                 TO OCI-SEQ
           MOVE WS-TI-PROD  (WS-IDX)   TO OCI-PROD
           MOVE WS-TI-QTDE  (WS-IDX)   TO OCI-QTDE
           MOVE WS-TI-CUSTO (WS-IDX)   TO OCI-CUSTO
           MOVE ZEROS                  TO OCI-QTDE-RECEB
                                          OCI-DT-ULT-RECEB
           WRITE OCITEM-OCI
                 INVALID KEY
                   MOVE 'GRAVA-UM-ITEM'                  TO LK-PAR
                   MOVE 'WRITE'                          TO LK-CMD
                   MOVE 'OCITEM'                         TO LK-ARQ
                   MOVE OCI-STAT                         TO LK-STA
                   PERFORM ERRO-FILE-STATUS
           END-WRITE
           .
       GRAVA-UM-ITEM-FIM.
           EXIT.

      *-----------------------------------------------------------------
       CONSULTA-ORDEM.
      *-----------------------------------------------------------------
           MOVE "CONSULTA DE ORDEM DE COMPRA" TO WS-MENSAG
           PERFORM PEDE-ORDEM THRU PEDE-ORDEM-FIM
           IF E-SIM
              GO TO CONSULTA-ORDEM-FIM
           END-IF

           MOVE ZEROS TO WS-LIN-TELA
           MOVE WS-NUM-OC TO OCI-NUMERO
           MOVE ZEROS     TO OCI-SEQ
           START OCITEM KEY NOT LESS THAN OCI-KEY
                 INVALID KEY
                    MOVE 10 TO OCI-STAT
           END-START
           PERFORM MOSTRA-UM-ITEM
              THRU MOSTRA-UM-ITEM-SAI UNTIL FSOI-FIM-REG

           MOVE "ENTER PARA VOLTAR" TO WS-MSGERRO
           PERFORM MOSTRA-ERRO
           .
       CONSULTA-ORDEM-FIM.
           EXIT.

      *-----------------------------------------------------------------
       MOSTRA-UM-ITEM.
      *-----------------------------------------------------------------
           READ OCITEM NEXT AT END
                GO TO MOSTRA-UM-ITEM-SAI
           END-READ

           IF OCI-NUMERO NOT = WS-NUM-OC
              MOVE 10 TO OCI-STAT
              GO TO MOSTRA-UM-ITEM-SAI
           END-IF

           ADD 1 TO WS-LIN-TELA
           IF WS-LIN-TELA > 12
              MOVE "ENTER PARA A PROXIMA PAGINA" TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
              DISPLAY SS-CLS
              DISPLAY SS-OC-DADOS
              MOVE 1 TO WS-LIN-TELA
           END-IF

           MOVE OCI-PROD TO PRO-COD
           READ PRODUTO
                INVALID KEY
                   MOVE '(NAO CADASTRADO)' TO PRO-DESCRICAO
           END-READ
           MOVE OCI-PROD       TO LIN-PROD
           MOVE PRO-DESCRICAO  TO LIN-DESC
           MOVE OCI-QTDE       TO LIN-QTDE
           MOVE OCI-QTDE-RECEB TO LIN-RECEB
           MOVE OCI-CUSTO      TO LIN-CUSTO
           COMPUTE WS-LIN-POS = WS-LIN-TELA + 9
           DISPLAY WS-LINHA-ITEM
                   AT LINE WS-LIN-POS COLUMN 2
           END-DISPLAY
           .
       MOSTRA-UM-ITEM-SAI.
           EXIT.

      *-----------------------------------------------------------------
       CANCELA-ORDEM.
      *-----------------------------------------------------------------
           MOVE "CANCELAMENTO DE ORDEM DE COMPRA" TO WS-MENSAG
           PERFORM PEDE-ORDEM THRU PEDE-ORDEM-FIM
           IF E-SIM
              GO TO CANCELA-ORDEM-FIM
           END-IF

           IF NOT OCP-PENDENTE
              MOVE "ORDEM JA RECEBIDA OU CANCELADA" TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
              GO TO CANCELA-ORDEM-FIM
           END-IF

           MOVE 'N' TO WS-CONFIRMA
           DISPLAY SS-CANC-CONFIRMA
           ACCEPT  SS-CANC-CONFIRMA
           IF NOT CONFIRMOU OR COB-CRT-STATUS = COB-SCR-ESC
              GO TO CANCELA-ORDEM-FIM
           END-IF

           SET OCP-CANCELADA TO TRUE
           REWRITE ORDCOMP-OCP
                 INVALID KEY
                   MOVE 'CANCELA-ORDEM'                  TO LK-PAR
                   MOVE 'REWRITE'                        TO LK-CMD
                   MOVE 'ORDCOMP'                        TO LK-ARQ
                   MOVE OCP-STAT                         TO LK-STA
                   PERFORM ERRO-FILE-STATUS
                   GO TO CANCELA-ORDEM-FIM
           END-REWRITE

           MOVE "ORDEM CANCELADA" TO WS-MSGERRO
           PERFORM MOSTRA-ERRO
           .
       CANCELA-ORDEM-FIM.
           EXIT.

      *-----------------------------------------------------------------
       PEDE-ORDEM.
      *-----------------------------------------------------------------
      *    Le a ordem digitada e mostra o cabecalho; E-SIM = desistiu
      *    ou ordem inexistente.
           SET E-SIM TO TRUE
           MOVE ZEROS TO WS-NUM-OC
           DISPLAY SS-CLS
           MOVE "ESC PARA VOLTAR" TO WS-STATUS
           DISPLAY SS-STATUS
           DISPLAY SS-NUMERO
           ACCEPT  SS-NUMERO
           IF COB-CRT-STATUS = COB-SCR-ESC
              GO TO PEDE-ORDEM-FIM
           END-IF

           MOVE WS-NUM-OC TO OCP-NUMERO
           READ ORDCOMP
                INVALID KEY
                   MOVE "ORDEM DE COMPRA NAO ENCONTRADA" TO WS-MSGERRO
                   PERFORM MOSTRA-ERRO
                   GO TO PEDE-ORDEM-FIM
           END-READ

           MOVE OCP-FORN TO FRN-COD
           READ FORNEC
                INVALID KEY
                   MOVE '(FORNECEDOR NAO CADASTRADO)' TO FRN-RAZAO
           END-READ

           EVALUATE TRUE
               WHEN OCP-ABERTA
                   MOVE 'ABERTA'       TO WS-DESC-SIT
               WHEN OCP-PARCIAL
                   MOVE 'REC. PARCIAL' TO WS-DESC-SIT
               WHEN OCP-RECEBIDA
                   MOVE 'RECEBIDA'     TO WS-DESC-SIT
               WHEN OCP-CANCELADA
                   MOVE 'CANCELADA'    TO WS-DESC-SIT
               WHEN OTHER
                   MOVE OCP-SITUACAO   TO WS-DESC-SIT
           END-EVALUATE
           DISPLAY SS-OC-DADOS
           SET E-NAO TO TRUE
           .
       PEDE-ORDEM-FIM.
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
                  'ORDCOMP.ARQ'                DELIMITED BY SIZE
             INTO WS-ARQ-ORDCOMP
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'OCITEM.ARQ'                 DELIMITED BY SIZE
             INTO WS-ARQ-OCITEM
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'FORNEC.ARQ'                 DELIMITED BY SIZE
             INTO WS-ARQ-FORNEC
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
           OPEN INPUT PRODUTO
           IF FSP-NAO-EXISTE
              MOVE "PRODUTO.ARQ NAO ENCONTRADO - RODE O PROG80"
                   TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
              GOBACK
           END-IF

           OPEN INPUT FORNEC
           IF FSF-NAO-EXISTE
              MOVE "FORNEC.ARQ NAO ENCONTRADO - RODE O PROG148"
                   TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
              CLOSE PRODUTO
              GOBACK
           END-IF

           OPEN I-O ORDCOMP
           IF FSOC-NAO-EXISTE
              OPEN OUTPUT ORDCOMP
              CLOSE ORDCOMP
              OPEN I-O ORDCOMP
           END-IF

           OPEN I-O OCITEM
           IF FSOI-NAO-EXISTE
              OPEN OUTPUT OCITEM
              CLOSE OCITEM
              OPEN I-O OCITEM
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
           MOVE 'PROG149'                   TO LK-PRG
           CALL "PROG10" USING LK-FILE-STATUS END-CALL
           .
       FIM-ERRO.
           EXIT.

      *-----------------------------------------------------------------
       FINALIZA.
      *-----------------------------------------------------------------
           CLOSE ORDCOMP OCITEM FORNEC PRODUTO
           GOBACK.
