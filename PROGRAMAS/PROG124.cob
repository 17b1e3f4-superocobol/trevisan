      ******************************************************************
      * Autor.....: Alexandre Trevisani (PROVA COBOL)
      * Data......: Julho/2019
      * Programa..: PROG124 - Aplicação de Créditos de Devolução
      * Chamadas..: PROG58 - Identificador de Execucao
      *             PROG10 - Tratamento de erros de FILE-STATUS
      * Observação: Consome o saldo de credito do cliente
      *             (CREDCLI.ARQ, alimentado pelas notas de credito
      *             do PROG114) contra as faturas em aberto de
      *             FATURA.ARQ:
      *             AUT - automatico, da fatura de vencimento mais
      *                   antigo para a mais nova, ate acabar o
      *                   credito ou as faturas;
      *             MAN - o operador escolhe a fatura e o valor.
      *             Cada uso vira um lancamento em FATPAG.ARQ com
      *             origem 'N' e abate FAT-VALOR-PAGO como um
      *             pagamento (fatura quitada passa a 'P'), de modo
      *             que o aging do PROG79 e a exposicao de credito
      *             do PROG22 passam a mostrar a posicao liquida.
      * Historico.:
      *   2026 mnt - Programa novo.
      ******************************************************************
       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         PROG124.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SPECIAL-NAMES.      DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.

       SELECT FATURA ASSIGN TO WS-ARQ-FATURA
              ORGANIZATION         IS INDEXED
              ACCESS  MODE         IS DYNAMIC
              FILE STATUS          IS FAT-STAT
              ALTERNATE RECORD KEY IS FAT-CODC WITH DUPLICATES
              RECORD KEY           IS FAT-KEY.

       SELECT FATPAG ASSIGN TO WS-ARQ-FATPAG
              ORGANIZATION         IS INDEXED
              ACCESS  MODE         IS DYNAMIC
              FILE STATUS          IS FPG-STAT
              RECORD KEY           IS FPG-KEY.

       SELECT CREDCLI ASSIGN TO WS-ARQ-CREDCLI
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS RANDOM
              FILE STATUS  IS CRC-STAT
              RECORD KEY   IS CRC-KEY.

       SELECT CLIENTES ASSIGN TO WS-ARQ-CLIENTES
              ORGANIZATION         IS INDEXED
              ACCESS MODE          IS RANDOM
              FILE STATUS          IS CLI-STAT
              ALTERNATE RECORD KEY IS CLI-COD
              ALTERNATE RECORD KEY IS CLI-NOME  WITH DUPLICATES
              ALTERNATE RECORD KEY IS CLI-CNPJ-RAIZ WITH DUPLICATES
              ALTERNATE RECORD KEY IS CLI-NOME-BUSCA WITH DUPLICATES
              LOCK MODE IS MANUAL WITH LOCK ON MULTIPLE RECORDS
              RECORD KEY           IS CLI-KEY.

       DATA                DIVISION.
       FILE                SECTION.

       COPY FD_FATURA.

       COPY FD_FATPAG.

       COPY FD_CREDCLI.

       COPY FD_CLIENTES.

       WORKING-STORAGE SECTION.

       01 WS-MODULO.
           05 FILLER        PIC X(30) VALUE
              "PROVA COBOL - CREDITO DEVOLUC".
           05 FILLER        PIC X(12) VALUE "MENSAGEM :".
           05 WS-MENSAG     PIC X(40) VALUE SPACES.

       77 WS-DIR-DADOS       PIC X(50) VALUE SPACES.
       77 WS-ARQ-FATURA      PIC X(70) VALUE SPACES.
       77 WS-ARQ-FATPAG      PIC X(70) VALUE SPACES.
       77 WS-ARQ-CREDCLI     PIC X(70) VALUE SPACES.
       77 WS-ARQ-CLIENTES    PIC X(70) VALUE SPACES.

       77 FAT-STAT          PIC 9(02).
           88 FS-OK         VALUE ZEROS.
           88 FS-FIM-REG    VALUE 10.
           88 FS-NAO-EXISTE VALUE 35.

       77 FPG-STAT          PIC 9(02).
           88 FSP-OK        VALUE ZEROS.
           88 FSP-FIM-REG   VALUE 10.
           88 FSP-NAO-EXISTE VALUE 35.

       77 CRC-STAT          PIC 9(02).
           88 FSCR-OK       VALUE ZEROS.
           88 FSCR-NAO-EXISTE VALUE 35.

       77 CLI-STAT          PIC 9(02).
           88 FSC-OK        VALUE ZEROS.
           88 FSC-NAO-EXISTE VALUE 35.

       77 WS-OPCAO          PIC X(03) VALUE SPACES.
           88 AUTOMATICO    VALUE IS "AUT" "aut".
           88 APLICA-MAN    VALUE IS "MAN" "man".
           88 FINALIZAR     VALUE IS "FIM" "fim".

       77 WS-ERRO           PIC X.
           88 E-SIM         VALUES ARE "S" "s".
           88 E-NAO         VALUES ARE "N" "n".

       77 WS-CONFIRMA       PIC X(01) VALUE 'N'.
           88 CONFIRMA-SIM  VALUES ARE 'S' 's'.

       77 WS-CODC           PIC 9(07) VALUE ZEROS.
       77 WS-NOME-CLIENTE   PIC X(40) VALUE SPACES.
       77 WS-NUM-FATURA     PIC 9(08) VALUE ZEROS.
       77 WS-VALOR-APLICAR  PIC 9(09)V99 VALUE ZEROS.
       77 WS-SALDO-FATURA   PIC S9(09)V99 VALUE ZEROS.
       77 WS-PROX-SEQ       PIC 9(03) VALUE ZEROS.
       77 WS-OPERADOR-EXEC  PIC X(08) VALUE SPACES.
       77 WS-DATA-HOJE      PIC 9(08) VALUE ZEROS.

      *    Busca da fatura em aberto de vencimento mais antigo do
      *    cliente, refeita a cada aplicacao do modo automatico.
       77 WS-FAT-ESCOLHIDA  PIC 9(08) VALUE ZEROS.
       77 WS-VENC-ESCOLHIDO PIC 9(08) VALUE ZEROS.
       77 WS-FIM-AUTOMATICO PIC X(01) VALUE 'N'.
           88 FIM-AUTOMATICO VALUE 'S'.

       77 WS-QTD-APLICADAS  PIC 9(05) VALUE ZEROS.
       77 WS-VLR-APLICADO   PIC 9(11)V99 VALUE ZEROS.

       01 WS-EDITA-VALOR    PIC ZZ.ZZZ.ZZZ.ZZ9,99.

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
                  "ESCOLHA OPCAO AUT/MAN/FIM :".
               10 LINE 08 COL PLUS 1 USING WS-OPCAO.

       01 SS-CLIENTE.
           05 SS-CHAVE-CLI FOREGROUND-COLOR 2.
               10 LINE 10 COLUMN 12 VALUE "CLIENTE..:".
               10 COLUMN PLUS 2 PIC 9(07) USING WS-CODC
                  BLANK WHEN ZEROS.
           05 SS-DADOS-CLI FOREGROUND-COLOR 2.
               10 LINE 11 COLUMN 13 VALUE "NOME.....:".
               10 COLUMN PLUS 2 PIC X(40) FROM WS-NOME-CLIENTE.
               10 LINE 12 COLUMN 13 VALUE "CREDITO..:".
               10 COLUMN PLUS 2 PIC ZZZ.ZZZ.ZZ9,99 FROM CRC-SALDO.

       01 SS-FATURA.
           05 SS-CHAVE-FAT FOREGROUND-COLOR 2.
               10 LINE 14 COLUMN 12 VALUE "FATURA...:".
               10 COLUMN PLUS 2 PIC 9(08) USING WS-NUM-FATURA
                  BLANK WHEN ZEROS.
           05 SS-DADOS-FAT FOREGROUND-COLOR 2.
               10 LINE 15 COLUMN 13 VALUE "VENCTO...:".
               10 COLUMN PLUS 2 PIC 9(08) FROM FAT-VENCTO.
               10 LINE 16 COLUMN 13 VALUE "EM ABERTO:".
               10 COLUMN PLUS 2 PIC -ZZZ.ZZZ.ZZ9,99
                  FROM WS-SALDO-FATURA.

       01 SS-VALOR FOREGROUND-COLOR 2.
           05 LINE 17 COLUMN 13 VALUE "APLICAR..:".
           05 COLUMN PLUS 2 PIC ZZZ.ZZZ.ZZ9,99 USING WS-VALOR-APLICAR.

       01 SS-CONFIRMA FOREGROUND-COLOR 6.
           05 LINE 19 COLUMN 13 VALUE
              "APLICAR O CREDITO NAS FATURAS MAIS ANTIGAS (S/N)?".
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
           MOVE 'PROG124' TO LK-IDX-PROGRAMA
           CALL "PROG58" USING LK-IDEXEC END-CALL
           MOVE LK-IDX-ID TO LK-IDE
           ACCEPT WS-OPERADOR-EXEC FROM ENVIRONMENT 'COBOL_OPERADOR'
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           PERFORM ABRIR-ARQUIVO
           DISPLAY SS-CLS

           PERFORM UNTIL FINALIZAR
               MOVE "ESCOLHA A OPCAO" TO WS-MENSAG
               DISPLAY                   SS-CLS
               MOVE SPACES            TO WS-OPCAO
               ACCEPT                    SS-FUNCAO

               EVALUATE TRUE
                   WHEN AUTOMATICO
                       PERFORM APLICA-AUTOMATICO
                          THRU APLICA-AUTOMATICO-FIM
                   WHEN APLICA-MAN
                       PERFORM APLICA-MANUAL
                          THRU APLICA-MANUAL-FIM
                   WHEN FINALIZAR
                       CONTINUE
                   WHEN OTHER
                       MOVE "OPCAO INVALIDA"    TO WS-MSGERRO
                       PERFORM MOSTRA-ERRO
                END-EVALUATE
           END-PERFORM

           CLOSE FATURA FATPAG CREDCLI CLIENTES
           GOBACK
           .
       FIM-PROCESSO.
           EXIT.

      *-----------------------------------------------------------------
       LE-CLIENTE-CREDITO.
      *-----------------------------------------------------------------
      *    Cliente e saldo de credito; sem credito nao ha o que
      *    aplicar (WS-ERRO = 'S' devolve a tela ao menu).
           MOVE 'N' TO WS-ERRO
           MOVE ZEROS  TO WS-CODC CRC-SALDO
           MOVE SPACES TO WS-NOME-CLIENTE
           DISPLAY SS-CLIENTE
           ACCEPT  SS-CHAVE-CLI
           IF COB-CRT-STATUS = COB-SCR-ESC
              MOVE 'S' TO WS-ERRO
              GO TO LE-CLIENTE-CREDITO-FIM
           END-IF

           MOVE WS-CODC TO CLI-COD
           READ CLIENTES KEY IS CLI-COD
                INVALID KEY
                   MOVE "CLIENTE NAO CADASTRADO" TO WS-MSGERRO
                   PERFORM MOSTRA-ERRO
                   MOVE 'S' TO WS-ERRO
                   GO TO LE-CLIENTE-CREDITO-FIM
           END-READ
           MOVE CLI-NOME TO WS-NOME-CLIENTE

           MOVE WS-CODC TO CRC-CODC
           READ CREDCLI
                INVALID KEY
                   MOVE ZEROS TO CRC-SALDO
           END-READ
           DISPLAY SS-CLIENTE

           IF CRC-SALDO = ZEROS
              MOVE "CLIENTE SEM SALDO DE CREDITO DE DEVOLUCAO"
                   TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
              MOVE 'S' TO WS-ERRO
           END-IF
           .
       LE-CLIENTE-CREDITO-FIM.
           EXIT.

      *-----------------------------------------------------------------
       APLICA-AUTOMATICO.
      *-----------------------------------------------------------------
           PERFORM LE-CLIENTE-CREDITO THRU LE-CLIENTE-CREDITO-FIM
           IF E-SIM
              GO TO APLICA-AUTOMATICO-FIM
           END-IF

           MOVE 'N' TO WS-CONFIRMA
           DISPLAY SS-CONFIRMA
           ACCEPT  SS-CONFIRMA
           IF NOT CONFIRMA-SIM
              GO TO APLICA-AUTOMATICO-FIM
           END-IF

           MOVE ZEROS TO WS-QTD-APLICADAS WS-VLR-APLICADO
           MOVE 'N'   TO WS-FIM-AUTOMATICO
           PERFORM APLICA-NA-MAIS-ANTIGA
              THRU APLICA-NA-MAIS-ANTIGA-FIM UNTIL FIM-AUTOMATICO

           PERFORM MOSTRA-RESUMO
           .
       APLICA-AUTOMATICO-FIM.
           EXIT.

      *-----------------------------------------------------------------
       APLICA-NA-MAIS-ANTIGA.
      *-----------------------------------------------------------------
           IF CRC-SALDO = ZEROS
              SET FIM-AUTOMATICO TO TRUE
              GO TO APLICA-NA-MAIS-ANTIGA-FIM
           END-IF

           MOVE ZEROS       TO WS-FAT-ESCOLHIDA
           MOVE 99999999    TO WS-VENC-ESCOLHIDO
           MOVE WS-CODC     TO FAT-CODC
           START FATURA KEY NOT LESS THAN FAT-CODC
                 INVALID KEY
                    MOVE 10 TO FAT-STAT
           END-START
           PERFORM OLHA-UMA-FATURA
              THRU OLHA-UMA-FATURA-SAI UNTIL FS-FIM-REG
           MOVE ZEROS TO FAT-STAT

           IF WS-FAT-ESCOLHIDA = ZEROS
              SET FIM-AUTOMATICO TO TRUE
              GO TO APLICA-NA-MAIS-ANTIGA-FIM
           END-IF

           MOVE WS-FAT-ESCOLHIDA TO FAT-NUMERO
           READ FATURA KEY IS FAT-KEY
                INVALID KEY
                   SET FIM-AUTOMATICO TO TRUE
                   GO TO APLICA-NA-MAIS-ANTIGA-FIM
           END-READ

           COMPUTE WS-SALDO-FATURA = FAT-VALOR - FAT-VALOR-PAGO
           IF WS-SALDO-FATURA < CRC-SALDO
              MOVE WS-SALDO-FATURA TO WS-VALOR-APLICAR
           ELSE
              MOVE CRC-SALDO       TO WS-VALOR-APLICAR
           END-IF

           PERFORM APLICA-CREDITO THRU APLICA-CREDITO-FIM
           .
       APLICA-NA-MAIS-ANTIGA-FIM.
           EXIT.

      *-----------------------------------------------------------------
       OLHA-UMA-FATURA.
      *-----------------------------------------------------------------
           READ FATURA NEXT AT END
                GO TO OLHA-UMA-FATURA-SAI
           END-READ

           IF FAT-CODC NOT = WS-CODC
              MOVE 10 TO FAT-STAT
              GO TO OLHA-UMA-FATURA-SAI
           END-IF

           IF NOT FAT-ABERTA
              GO TO OLHA-UMA-FATURA-SAI
           END-IF

           IF FAT-VALOR-PAGO NOT < FAT-VALOR
              GO TO OLHA-UMA-FATURA-SAI
           END-IF

           IF FAT-VENCTO < WS-VENC-ESCOLHIDO
              MOVE FAT-VENCTO TO WS-VENC-ESCOLHIDO
              MOVE FAT-NUMERO TO WS-FAT-ESCOLHIDA
           END-IF
           .
       OLHA-UMA-FATURA-SAI.
           EXIT.

      *-----------------------------------------------------------------
       APLICA-MANUAL.
      *-----------------------------------------------------------------
           PERFORM LE-CLIENTE-CREDITO THRU LE-CLIENTE-CREDITO-FIM
           IF E-SIM
              GO TO APLICA-MANUAL-FIM
           END-IF

           MOVE ZEROS TO WS-NUM-FATURA WS-SALDO-FATURA FAT-VENCTO
           DISPLAY SS-FATURA
           ACCEPT  SS-CHAVE-FAT
           IF COB-CRT-STATUS = COB-SCR-ESC
              GO TO APLICA-MANUAL-FIM
           END-IF

           MOVE WS-NUM-FATURA TO FAT-NUMERO
           READ FATURA KEY IS FAT-KEY
                INVALID KEY
                   MOVE "FATURA NAO ENCONTRADA" TO WS-MSGERRO
                   PERFORM MOSTRA-ERRO
                   GO TO APLICA-MANUAL-FIM
           END-READ

           IF FAT-CODC NOT = WS-CODC
              MOVE "FATURA NAO PERTENCE AO CLIENTE" TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
              GO TO APLICA-MANUAL-FIM
           END-IF

           IF NOT FAT-ABERTA
              MOVE "FATURA NAO ESTA EM ABERTO" TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
              GO TO APLICA-MANUAL-FIM
           END-IF

           COMPUTE WS-SALDO-FATURA = FAT-VALOR - FAT-VALOR-PAGO
           DISPLAY SS-FATURA

      *    Sugere o maior valor possivel: o menor entre o credito e
      *    o saldo da fatura.
           IF WS-SALDO-FATURA < CRC-SALDO
              MOVE WS-SALDO-FATURA TO WS-VALOR-APLICAR
           ELSE
              MOVE CRC-SALDO       TO WS-VALOR-APLICAR
           END-IF
           DISPLAY SS-VALOR
           ACCEPT  SS-VALOR
           IF COB-CRT-STATUS = COB-SCR-ESC
              GO TO APLICA-MANUAL-FIM
           END-IF

           IF WS-VALOR-APLICAR = ZEROS
              MOVE "FAVOR INFORMAR O VALOR A APLICAR" TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
              GO TO APLICA-MANUAL-FIM
           END-IF

           IF WS-VALOR-APLICAR > CRC-SALDO
              MOVE "VALOR MAIOR QUE O CREDITO DO CLIENTE" TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
              GO TO APLICA-MANUAL-FIM
           END-IF

           IF WS-VALOR-APLICAR > WS-SALDO-FATURA
              MOVE "VALOR MAIOR QUE O SALDO DA FATURA" TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
              GO TO APLICA-MANUAL-FIM
           END-IF

           MOVE ZEROS TO WS-QTD-APLICADAS WS-VLR-APLICADO
           PERFORM APLICA-CREDITO THRU APLICA-CREDITO-FIM
           PERFORM MOSTRA-RESUMO
           .
       APLICA-MANUAL-FIM.
           EXIT.

      *-----------------------------------------------------------------
       APLICA-CREDITO.
      *-----------------------------------------------------------------
      *    Lanca o uso do credito na fatura corrente (FATURA-FAT) e
      *    abate o saldo do cliente (CREDCLI-CRC).
           PERFORM GRAVA-LANCAMENTO THRU GRAVA-LANCAMENTO-FIM

           ADD WS-VALOR-APLICAR TO FAT-VALOR-PAGO
           MOVE WS-DATA-HOJE    TO FAT-DT-ULT-PAGTO
           IF FAT-VALOR-PAGO NOT < FAT-VALOR
              MOVE 'P' TO FAT-SITUACAO
           END-IF
           REWRITE FATURA-FAT
               INVALID KEY
                   MOVE 'APLICA-CREDITO'                 TO LK-PAR
                   MOVE 'REWRITE'                        TO LK-CMD
                   MOVE 'FATURA'                         TO LK-ARQ
                   MOVE FAT-STAT                         TO LK-STA
                   PERFORM ERRO-FILE-STATUS
           END-REWRITE

           SUBTRACT WS-VALOR-APLICAR FROM CRC-SALDO
           ADD      WS-VALOR-APLICAR TO   CRC-TOT-UTILIZADO
           MOVE WS-DATA-HOJE TO CRC-DT-ULT-USO
           REWRITE CREDCLI-CRC
               INVALID KEY
                   MOVE 'APLICA-CREDITO'                 TO LK-PAR
                   MOVE 'REWRITE'                        TO LK-CMD
                   MOVE 'CREDCLI'                        TO LK-ARQ
                   MOVE CRC-STAT                         TO LK-STA
                   PERFORM ERRO-FILE-STATUS
           END-REWRITE

           ADD 1                TO WS-QTD-APLICADAS
           ADD WS-VALOR-APLICAR TO WS-VLR-APLICADO
           .
       APLICA-CREDITO-FIM.
           EXIT.

      *-----------------------------------------------------------------
       GRAVA-LANCAMENTO.
      *-----------------------------------------------------------------
      *    Proximo sequencial do lancamento dentro da fatura, como
      *    no PROG78.
           MOVE ZEROS TO WS-PROX-SEQ
           MOVE FAT-NUMERO TO FPG-NUMERO
           MOVE ZEROS      TO FPG-SEQ
           START FATPAG KEY NOT LESS THAN FPG-KEY
                 INVALID KEY
                    MOVE 10 TO FPG-STAT
           END-START
           PERFORM OLHA-UM-LANCAMENTO
              THRU OLHA-UM-LANCAMENTO-SAI UNTIL FSP-FIM-REG
           MOVE ZEROS TO FPG-STAT

           MOVE FAT-NUMERO       TO FPG-NUMERO
           COMPUTE FPG-SEQ = WS-PROX-SEQ + 1
           MOVE WS-DATA-HOJE     TO FPG-DATA
           MOVE WS-VALOR-APLICAR TO FPG-VALOR
           SET FPG-NOTA-CRED     TO TRUE
           MOVE WS-OPERADOR-EXEC TO FPG-OPERADOR
      *    Credito de devolucao abate so principal, sem encargos.
           MOVE WS-VALOR-APLICAR TO FPG-VLR-PRINCIPAL
           MOVE ZEROS            TO FPG-ENC-CALCULADO FPG-ENC-PAGO
                                    FPG-ENC-DISPENSA
           WRITE FATPAG-FPG
                 INVALID KEY
                   MOVE 'GRAVA-LANCAMENTO'               TO LK-PAR
                   MOVE 'WRITE'                          TO LK-CMD
                   MOVE 'FATPAG'                         TO LK-ARQ
                   MOVE FPG-STAT                         TO LK-STA
                   PERFORM ERRO-FILE-STATUS
           END-WRITE
           .
       GRAVA-LANCAMENTO-FIM.
           EXIT.

      *-----------------------------------------------------------------
       OLHA-UM-LANCAMENTO.
      *-----------------------------------------------------------------
           READ FATPAG NEXT AT END
                GO TO OLHA-UM-LANCAMENTO-SAI
           END-READ

           IF FPG-NUMERO NOT = FAT-NUMERO
              MOVE 10 TO FPG-STAT
              GO TO OLHA-UM-LANCAMENTO-SAI
           END-IF

           MOVE FPG-SEQ TO WS-PROX-SEQ
           .
       OLHA-UM-LANCAMENTO-SAI.
           EXIT.

      *-----------------------------------------------------------------
       MOSTRA-RESUMO.
      *-----------------------------------------------------------------
           DISPLAY SS-CLIENTE
           IF WS-QTD-APLICADAS = ZEROS
              MOVE "NENHUMA FATURA EM ABERTO PARA APLICAR O CREDITO"
                   TO WS-MSGERRO
           ELSE
              MOVE WS-VLR-APLICADO TO WS-EDITA-VALOR
              MOVE SPACES TO WS-MSGERRO
              STRING 'CREDITO APLICADO EM ' DELIMITED BY SIZE
                     WS-QTD-APLICADAS       DELIMITED BY SIZE
                     ' FATURA(S): '         DELIMITED BY SIZE
                     WS-EDITA-VALOR         DELIMITED BY SIZE
                INTO WS-MSGERRO
              END-STRING
           END-IF
           MOVE "N" TO WS-ERRO
           ACCEPT SS-ERRO
           .
       MOSTRA-RESUMO-FIM.
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
                  'FATURA.ARQ'                 DELIMITED BY SIZE
             INTO WS-ARQ-FATURA
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'FATPAG.ARQ'                 DELIMITED BY SIZE
             INTO WS-ARQ-FATPAG
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'CREDCLI.ARQ'                DELIMITED BY SIZE
             INTO WS-ARQ-CREDCLI
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'CLIENTES.ARQ'               DELIMITED BY SIZE
             INTO WS-ARQ-CLIENTES
           END-STRING
           .
       MONTA-CAMINHOS-FIM.
           EXIT.

      *-----------------------------------------------------------------
       ABRIR-ARQUIVO.
      *-----------------------------------------------------------------
           OPEN I-O FATURA
           IF FS-NAO-EXISTE
              MOVE "FATURA.ARQ NAO ENCONTRADO - RODE O PROG64"
                   TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
              CLOSE FATURA
              GOBACK
           END-IF

           OPEN I-O CREDCLI
           IF FSCR-NAO-EXISTE
              MOVE "CREDCLI.ARQ NAO ENCONTRADO - SEM NOTAS DE CREDITO"
                   TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
              CLOSE FATURA CREDCLI
              GOBACK
           END-IF

           OPEN INPUT CLIENTES
           IF FSC-NAO-EXISTE
              MOVE "CLIENTES.ARQ NAO ENCONTRADO" TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
              CLOSE FATURA CREDCLI CLIENTES
              GOBACK
           END-IF

           OPEN I-O FATPAG
           IF FSP-NAO-EXISTE
              OPEN OUTPUT FATPAG
              CLOSE FATPAG
              OPEN I-O FATPAG
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
           MOVE 'PROG124'                   TO LK-PRG
           CALL "PROG10" USING LK-FILE-STATUS END-CALL
           .
       FIM-ERRO.
           EXIT.
