      ******************************************************************
      * Autor.....: Alexandre Trevisani (PROVA COBOL)
      * Data......: Julho/2019
      * Programa..: PROG187 - Aprovação de Alterações Sensíveis
      * Chamadas..: PROG19 - Resumo de Senha de Operador
      *             PROG58 - Identificador de Execucao
      *             PROG10 - Tratamento de erros de FILE-STATUS
      *             PROG190 - Encadeamento da Trilha de Auditoria
      * Parametros: nenhum
      * Observação: Segunda aprovacao das alteracoes de cadastro
      *             sensiveis pedidas no PROG01 (limite de credito do
      *             cliente) e no PROG04 (comissao e capacidade de
      *             clientes do vendedor), guardadas em PENDALT.ARQ.
      *             Pedido a pedido o supervisor decide: A aprova
      *             (o valor pedido passa a valer no cadastro; a
      *             comissao entra tambem no COMHIST.ARQ, como o
      *             PROG04 fazia), R recusa (o valor antigo
      *             continua), P pula. O supervisor nunca decide o
      *             proprio pedido: pedidos dele sao saltados. Cada
      *             decisao vai para AUDITLOG.TXT: a linha do campo
      *             com valor antigo/novo (so na aprovacao) e a linha
      *             APROVA-xxx / RECUSA-xxx com o solicitante e a
      *             data do pedido em AUD-ANTES e o supervisor em
      *             AUD-DEPOIS; a hora do pedido esta na linha
      *             SOLIC-xxx gravada pelo PROG01/PROG04. Acesso
      *             restrito a supervisor, como no PROG109.
      * Historico.:
      *   2026 mnt - Programa novo.
      *   2026 mnt - Linhas de AUDITLOG.TXT gravadas pelo PROG190,
      *              encadeadas (sequencia, resumo e elo com a
      *              linha anterior) para a conferencia do PROG191;
      *              o programa nao abre mais o arquivo.
      ******************************************************************
       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         PROG187.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SPECIAL-NAMES.      DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.

       SELECT PENDALT ASSIGN TO WS-ARQ-PENDALT
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              FILE STATUS  IS PEN-STAT
              RECORD KEY   IS PEN-KEY.

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

       SELECT VENDEDOR ASSIGN TO WS-ARQ-VENDEDOR
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              FILE STATUS IS VEN-STAT
              ALTERNATE RECORD KEY IS VEN-COD
              ALTERNATE RECORD KEY IS VEN-NOME  WITH DUPLICATES
              ALTERNATE RECORD KEY IS VEN-UF    WITH DUPLICATES
              ALTERNATE RECORD KEY IS VEN-NOME-BUSCA WITH DUPLICATES
              LOCK MODE    IS MANUAL WITH LOCK ON MULTIPLE RECORDS
              RECORD KEY IS VEN-KEY.

       SELECT COMHIST ASSIGN TO WS-ARQ-COMHIST
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              FILE STATUS  IS CMH-STAT
              RECORD KEY   IS CMH-KEY.

       SELECT OPERADOR ASSIGN TO WS-ARQ-OPERADOR
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              FILE STATUS IS OPE-STAT
              RECORD KEY IS OPE-KEY.

       DATA                DIVISION.
       FILE                SECTION.

       COPY FD_PENDALT.

       COPY FD_CLIENTES.

       COPY FD_VENDEDOR.

       COPY FD_COMHIST.

       COPY FD_OPERADOR.

       WORKING-STORAGE SECTION.

       01 WS-MODULO.
           05 FILLER        PIC X(30) VALUE
              "PROVA COBOL - APROVA ALTERACAO".
           05 FILLER        PIC X(12) VALUE "MENSAGEM :".
           05 WS-MENSAG     PIC X(40) VALUE SPACES.

       77 WS-DIR-DADOS       PIC X(50) VALUE SPACES.
       77 WS-ARQ-PENDALT     PIC X(70) VALUE SPACES.
       77 WS-ARQ-CLIENTES    PIC X(70) VALUE SPACES.
       77 WS-ARQ-VENDEDOR    PIC X(70) VALUE SPACES.
       77 WS-ARQ-COMHIST     PIC X(70) VALUE SPACES.
       77 WS-ARQ-OPERADOR    PIC X(70) VALUE SPACES.

       77 PEN-STAT          PIC 9(02).
           88 FS-OK         VALUE ZEROS.
           88 FS-FIM-REG    VALUE 10.
           88 FS-NAO-EXISTE VALUE 35.

       77 CLI-STAT          PIC 9(02).
           88 FSC-OK        VALUE ZEROS.
           88 FSC-NAO-EXISTE VALUE 35.

       77 VEN-STAT          PIC 9(02).
           88 FSV-OK        VALUE ZEROS.
           88 FSV-NAO-EXISTE VALUE 35.

       77 CMH-STAT          PIC 9(02).
           88 FSCMH-OK      VALUE ZEROS.
           88 FSCMH-JA-EXISTE VALUE 22.
           88 FSCMH-NAO-EXISTE VALUE 35.

      *    'S' = o vendedor ja tem alguma vigencia em COMHIST.ARQ.
       77 WS-TEM-COMHIST    PIC X(01) VALUE 'N'.

       77 OPE-STAT          PIC 9(02).
           88 FSO-OK        VALUE ZEROS.
           88 FSO-NAO-EXISTE VALUE 35.

       77 WS-ERRO           PIC X.
           88 E-SIM         VALUES ARE "S" "s".
           88 E-NAO         VALUES ARE "N" "n".

       77 WS-COD-SUPERV     PIC X(08) VALUE SPACES.
       77 WS-SENHA-SUPERV   PIC X(20) VALUE SPACES.
       77 WS-AUTORIZADO     PIC X(01) VALUE 'N'.
           88 AUTORIZADO    VALUE 'S'.
           88 NAO-AUTORIZADO VALUE 'N'.
       77 WS-TENTATIVAS-LOGIN     PIC 9(02) VALUE ZEROS.
       77 WS-MAX-TENTATIVAS-LOGIN PIC 9(02) VALUE 03.

       77 WS-DECISAO        PIC X(01) VALUE SPACES.
           88 DEC-APROVA    VALUES ARE 'A' 'a'.
           88 DEC-REJEITA   VALUES ARE 'R' 'r'.
           88 DEC-PULA      VALUES ARE 'P' 'p' SPACE.

       77 WS-QTD-PEDIDOS    PIC 9(05) VALUE ZEROS.
       77 WS-QTD-PROPRIOS   PIC 9(05) VALUE ZEROS.
       77 WS-QTD-APROVADOS  PIC 9(05) VALUE ZEROS.
       77 WS-QTD-RECUSADOS  PIC 9(05) VALUE ZEROS.

      *    Dados do pedido corrente, montados para a tela e para a
      *    auditoria.
       77 WS-DESC-ENTIDADE  PIC X(08) VALUE SPACES.
       77 WS-SUFIXO-CAMPO   PIC X(08) VALUE SPACES.
       77 WS-CAMPO-DECISAO  PIC X(15) VALUE SPACES.
       77 WS-VALOR-VIGENTE  PIC 9(09)V99 VALUE ZEROS.
       77 WS-ACHOU-CADASTRO PIC X(01) VALUE 'N'.
           88 ACHOU-CADASTRO     VALUE 'S'.
           88 NAO-ACHOU-CADASTRO VALUE 'N'.
       77 WS-TELA-VIGENTE   PIC X(14) VALUE SPACES.
       77 WS-TELA-PEDIDO    PIC X(14) VALUE SPACES.
       77 WS-EDITA-VALOR    PIC X(14) VALUE SPACES.
       77 WS-EDITA-ENTRADA  PIC 9(09)V99 VALUE ZEROS.
       01 WS-EDITA-LIMITE   PIC ZZZ.ZZZ.ZZ9,99.
       01 WS-EDITA-COMISSAO PIC Z9,99.
       01 WS-EDITA-MAXCLI   PIC ZZ9.

       01 WS-HORA-COMPLETA  PIC 9(08) VALUE ZEROS.

       01 LINHA-AUDITORIA.
           05 AUD-DATA          PIC 9(08) VALUE ZEROS.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 AUD-HORA          PIC 9(06) VALUE ZEROS.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 AUD-PROGRAMA      PIC X(08) VALUE SPACES.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 AUD-CHAVE         PIC X(14) VALUE SPACES.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 AUD-CAMPO         PIC X(15) VALUE SPACES.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 AUD-ANTES         PIC X(20) VALUE SPACES.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 AUD-DEPOIS        PIC X(20) VALUE SPACES.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 AUD-IDEXEC        PIC X(26) VALUE SPACES.

       77 WS-NUML           PIC 999.
       77 WS-NUMC           PIC 999.
       77 COR-FUNDO         PIC 9 VALUE 1.
       77 COR-FRENTE        PIC 9 VALUE 6.

       77 WS-STATUS         PIC X(40).
       77 WS-MSGERRO        PIC X(80).

       COPY LK_FILE_STATUS.

       COPY LK_IDEXEC.

       COPY LK_AUDCHAIN.

       COPY LK_SENHA.

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

       01 SS-SUPERVISOR FOREGROUND-COLOR 6.
           05 LINE 09 COLUMN 45 VALUE "SUPERVISOR:".
           05 COLUMN PLUS 2 PIC X(08) USING WS-COD-SUPERV.
           05 LINE 11 COLUMN 45 VALUE "SENHA.....:".
           05 COLUMN PLUS 2 PIC X(20) USING WS-SENHA-SUPERV
              NO ECHO.

       01 SS-PEDIDO FOREGROUND-COLOR 2.
           05 LINE 07 COLUMN 12 VALUE "CADASTRO.:".
           05 COLUMN PLUS 2 PIC X(08) FROM WS-DESC-ENTIDADE.
           05 LINE 08 COLUMN 12 VALUE "CODIGO...:".
           05 COLUMN PLUS 2 PIC 9(07) FROM PEN-CODIGO.
           05 LINE 09 COLUMN 12 VALUE "CNPJ/CPF.:".
           05 COLUMN PLUS 2 PIC X(14) FROM PEN-CHAVE.
           05 LINE 10 COLUMN 12 VALUE "NOME.....:".
           05 COLUMN PLUS 2 PIC X(40) FROM PEN-NOME.
           05 LINE 11 COLUMN 12 VALUE "CAMPO....:".
           05 COLUMN PLUS 2 PIC X(15) FROM PEN-CAMPO.
           05 LINE 12 COLUMN 12 VALUE "VIGENTE..:".
           05 COLUMN PLUS 2 PIC X(14) FROM WS-TELA-VIGENTE.
           05 LINE 13 COLUMN 12 VALUE "PEDIDO...:".
           05 COLUMN PLUS 2 PIC X(14) FROM WS-TELA-PEDIDO.
           05 LINE 14 COLUMN 12 VALUE "PEDIDO POR:".
           05 COLUMN PLUS 1 PIC X(08) FROM PEN-SOLICITANTE.
           05 COLUMN PLUS 2 VALUE "EM".
           05 COLUMN PLUS 1 PIC 9999/99/99 FROM PEN-DT-SOLIC.
           05 COLUMN PLUS 1 PIC 99B99B99 FROM PEN-HR-SOLIC.

       01 SS-DECISAO FOREGROUND-COLOR 2.
           05 LINE 16 COLUMN 12 VALUE
              "DECISAO: A=APROVA / R=RECUSA / P=PULA :".
           05 COLUMN PLUS 2 PIC X(01) USING WS-DECISAO.

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
           MOVE 'PROG187'  TO LK-IDX-PROGRAMA
           CALL "PROG58" USING LK-IDEXEC END-CALL
           MOVE LK-IDX-ID TO LK-IDE
           PERFORM ABRIR-ARQUIVO
           DISPLAY SS-CLS

           PERFORM ROT-VALIDA-SUPERVISOR
              THRU ROT-VALIDA-SUPERVISOR-FIM
           IF NAO-AUTORIZADO
              PERFORM FINALIZA
           END-IF

           DISPLAY SS-CLS
           MOVE "ESC ENCERRA A FILA" TO WS-STATUS
           DISPLAY SS-STATUS

           MOVE LOW-VALUES TO PEN-KEY
           START PENDALT KEY NOT LESS THAN PEN-KEY
                 INVALID KEY
                    MOVE 10 TO PEN-STAT
           END-START

           PERFORM PROCESSA-PEDIDO
              THRU PROCESSA-PEDIDO-SAI UNTIL FS-FIM-REG

           EVALUATE TRUE
               WHEN WS-QTD-PEDIDOS = ZEROS AND WS-QTD-PROPRIOS = ZEROS
                    MOVE "NENHUMA ALTERACAO AGUARDANDO APROVACAO"
                         TO WS-MSGERRO
                    PERFORM MOSTRA-ERRO
               WHEN WS-QTD-PROPRIOS NOT = ZEROS
                    MOVE "HA PEDIDOS SEUS: SO OUTRO SUPERVISOR DECIDE"
                         TO WS-MSGERRO
                    PERFORM MOSTRA-ERRO
               WHEN OTHER
                    CONTINUE
           END-EVALUATE

           PERFORM FINALIZA
           .
       FIM-PROCESSO.
           EXIT.

      *-----------------------------------------------------------------
       ROT-VALIDA-SUPERVISOR.
      *-----------------------------------------------------------------
      *    Mesma regra do PROG109: so supervisor decide a fila.
           SET NAO-AUTORIZADO TO TRUE
           MOVE SPACES TO WS-COD-SUPERV WS-SENHA-SUPERV
           DISPLAY SS-CLS
           DISPLAY SS-SUPERVISOR
           ACCEPT  SS-SUPERVISOR

           MOVE WS-COD-SUPERV TO OPE-COD
           READ OPERADOR
                INVALID KEY
                   MOVE "OPERADOR NAO CADASTRADO" TO WS-MSGERRO
                   PERFORM ROT-SUPERV-FALHOU
                   GO TO ROT-VALIDA-SUPERVISOR-TESTA
           END-READ

           IF OPE-INATIVO
              MOVE "OPERADOR INATIVO"      TO WS-MSGERRO
              PERFORM ROT-SUPERV-FALHOU
              GO TO ROT-VALIDA-SUPERVISOR-TESTA
           END-IF

           SET LK-SEN-CONFERE   TO TRUE
           MOVE WS-SENHA-SUPERV TO LK-SEN-ENTRADA
           MOVE OPE-SENHA       TO LK-SEN-LEGADA
           MOVE OPE-SENHA-FORTE TO LK-SEN-FORTE
           CALL "PROG19" USING LK-SENHA END-CALL

           IF NOT LK-SEN-OK
              MOVE "SENHA INVALIDA"        TO WS-MSGERRO
              PERFORM ROT-SUPERV-FALHOU
              GO TO ROT-VALIDA-SUPERVISOR-TESTA
           END-IF

           IF NOT OPE-SUPERVISOR
              MOVE "ACESSO RESTRITO A SUPERVISOR" TO WS-MSGERRO
              PERFORM ROT-SUPERV-FALHOU
              GO TO ROT-VALIDA-SUPERVISOR-TESTA
           END-IF

           SET AUTORIZADO TO TRUE
           .
       ROT-VALIDA-SUPERVISOR-TESTA.
           IF NAO-AUTORIZADO
              AND WS-TENTATIVAS-LOGIN < WS-MAX-TENTATIVAS-LOGIN
              GO TO ROT-VALIDA-SUPERVISOR
           END-IF
           .
       ROT-VALIDA-SUPERVISOR-FIM.
           EXIT.

      *-----------------------------------------------------------------
       ROT-SUPERV-FALHOU.
      *-----------------------------------------------------------------
           ADD 1 TO WS-TENTATIVAS-LOGIN
           PERFORM MOSTRA-ERRO
           .
       ROT-SUPERV-FALHOU-FIM.
           EXIT.

      *-----------------------------------------------------------------
       PROCESSA-PEDIDO.
      *-----------------------------------------------------------------
           READ PENDALT NEXT AT END
                GO TO PROCESSA-PEDIDO-SAI
           END-READ

      *    Quem pediu nao aprova: o pedido fica para outro
      *    supervisor.
           IF PEN-SOLICITANTE = WS-COD-SUPERV
              ADD 1 TO WS-QTD-PROPRIOS
              GO TO PROCESSA-PEDIDO-SAI
           END-IF

           ADD 1 TO WS-QTD-PEDIDOS

           PERFORM LE-CADASTRO THRU LE-CADASTRO-FIM
           PERFORM MONTA-TELA THRU MONTA-TELA-FIM

           DISPLAY SS-CLS
           DISPLAY SS-STATUS
           DISPLAY SS-PEDIDO
           IF NAO-ACHOU-CADASTRO
              MOVE "CADASTRO NAO ENCONTRADO - SO E' POSSIVEL RECUSAR"
                   TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
           END-IF
           MOVE SPACES TO WS-DECISAO
           ACCEPT SS-DECISAO
           IF COB-CRT-STATUS = COB-SCR-ESC
              MOVE 10 TO PEN-STAT
              GO TO PROCESSA-PEDIDO-SAI
           END-IF

           EVALUATE TRUE
               WHEN DEC-APROVA AND ACHOU-CADASTRO
                    PERFORM APROVA-PEDIDO THRU APROVA-PEDIDO-FIM
               WHEN DEC-REJEITA
                    PERFORM RECUSA-PEDIDO THRU RECUSA-PEDIDO-FIM
               WHEN OTHER
                    CONTINUE
           END-EVALUATE
           .
       PROCESSA-PEDIDO-SAI.
           EXIT.

      *-----------------------------------------------------------------
       LE-CADASTRO.
      *-----------------------------------------------------------------
      *    Le o cadastro do pedido para mostrar o valor em vigor
      *    hoje (pode ter mudado desde o pedido).
           SET NAO-ACHOU-CADASTRO TO TRUE
           MOVE ZEROS TO WS-VALOR-VIGENTE

           IF PEN-CLIENTE
              MOVE 'CLIENTE'  TO WS-DESC-ENTIDADE
              MOVE PEN-CHAVE  TO CLI-CNPJ
              READ CLIENTES
                   INVALID KEY
                      GO TO LE-CADASTRO-FIM
              END-READ
              SET ACHOU-CADASTRO TO TRUE
              MOVE CLI-LIMITE-CRED TO WS-VALOR-VIGENTE
              GO TO LE-CADASTRO-FIM
           END-IF

           MOVE 'VENDEDOR'        TO WS-DESC-ENTIDADE
           MOVE PEN-CHAVE (1:11)  TO VEN-CPF
           READ VENDEDOR
                INVALID KEY
                   GO TO LE-CADASTRO-FIM
           END-READ
           SET ACHOU-CADASTRO TO TRUE
           IF PEN-COMISSAO
              MOVE VEN-COMISSAO     TO WS-VALOR-VIGENTE
           ELSE
              MOVE VEN-MAX-CLIENTES TO WS-VALOR-VIGENTE
           END-IF
           .
       LE-CADASTRO-FIM.
           EXIT.

      *-----------------------------------------------------------------
       MONTA-TELA.
      *-----------------------------------------------------------------
           MOVE WS-VALOR-VIGENTE TO WS-EDITA-ENTRADA
           PERFORM EDITA-VALOR THRU EDITA-VALOR-FIM
           MOVE WS-EDITA-VALOR   TO WS-TELA-VIGENTE
           MOVE PEN-VALOR-NOVO   TO WS-EDITA-ENTRADA
           PERFORM EDITA-VALOR THRU EDITA-VALOR-FIM
           MOVE WS-EDITA-VALOR   TO WS-TELA-PEDIDO

           EVALUATE TRUE
               WHEN PEN-LIMITE
                    MOVE 'LIMITE'   TO WS-SUFIXO-CAMPO
               WHEN PEN-COMISSAO
                    MOVE 'COMISSAO' TO WS-SUFIXO-CAMPO
               WHEN OTHER
                    MOVE 'MAXCLI'   TO WS-SUFIXO-CAMPO
           END-EVALUATE
           .
       MONTA-TELA-FIM.
           EXIT.

      *-----------------------------------------------------------------
       EDITA-VALOR.
      *-----------------------------------------------------------------
      *    Edita WS-EDITA-ENTRADA no formato do campo do pedido.
           EVALUATE TRUE
               WHEN PEN-LIMITE
                    MOVE WS-EDITA-ENTRADA  TO WS-EDITA-LIMITE
                    MOVE WS-EDITA-LIMITE   TO WS-EDITA-VALOR
               WHEN PEN-COMISSAO
                    MOVE WS-EDITA-ENTRADA  TO WS-EDITA-COMISSAO
                    MOVE WS-EDITA-COMISSAO TO WS-EDITA-VALOR
               WHEN OTHER
                    MOVE WS-EDITA-ENTRADA  TO WS-EDITA-MAXCLI
                    MOVE WS-EDITA-MAXCLI   TO WS-EDITA-VALOR
           END-EVALUATE
           .
       EDITA-VALOR-FIM.
           EXIT.

      *-----------------------------------------------------------------
       APROVA-PEDIDO.
      *-----------------------------------------------------------------
           IF PEN-CLIENTE
              MOVE PEN-VALOR-NOVO TO CLI-LIMITE-CRED
              ACCEPT CLI-DT-ALTERACAO FROM DATE YYYYMMDD
              REWRITE CLIENTES-CLI
                  INVALID KEY
                      MOVE 'CLIENTES'  TO LK-ARQ
                      MOVE CLI-STAT    TO LK-STA
                      PERFORM ERRO-REWRITE
                      GO TO APROVA-PEDIDO-FIM
              END-REWRITE
           ELSE
              IF PEN-COMISSAO
                 MOVE PEN-VALOR-NOVO TO VEN-COMISSAO
              ELSE
                 MOVE PEN-VALOR-NOVO TO VEN-MAX-CLIENTES
              END-IF
              ACCEPT VEN-DT-ALTERACAO FROM DATE YYYYMMDD
              REWRITE VENDEDOR-CLI
                  INVALID KEY
                      MOVE 'VENDEDOR'  TO LK-ARQ
                      MOVE VEN-STAT    TO LK-STA
                      PERFORM ERRO-REWRITE
                      GO TO APROVA-PEDIDO-FIM
              END-REWRITE
      *       A taxa aprovada entra no historico de vigencias, como
      *       o PROG04 faz na alteracao direta.
              IF PEN-COMISSAO
                 PERFORM GRAVA-COMHIST-LEGADO
                    THRU GRAVA-COMHIST-LEGADO-FIM
                 PERFORM GRAVA-COMHIST THRU GRAVA-COMHIST-FIM
              END-IF
           END-IF

      *    Linha do campo, no mesmo formato da alteracao direta.
           MOVE SPACES              TO LINHA-AUDITORIA
           MOVE PEN-CAMPO           TO AUD-CAMPO
           MOVE WS-TELA-VIGENTE     TO AUD-ANTES
           MOVE WS-TELA-PEDIDO      TO AUD-DEPOIS
           PERFORM GRAVA-AUDITORIA

           MOVE SPACES              TO WS-CAMPO-DECISAO
           STRING 'APROVA-'         DELIMITED BY SIZE
                  WS-SUFIXO-CAMPO   DELIMITED BY SPACE
             INTO WS-CAMPO-DECISAO
           END-STRING
           PERFORM GRAVA-DECISAO

           PERFORM APAGA-PEDIDO
           ADD 1 TO WS-QTD-APROVADOS
           .
       APROVA-PEDIDO-FIM.
           EXIT.

      *-----------------------------------------------------------------
       RECUSA-PEDIDO.
      *-----------------------------------------------------------------
      *    O valor antigo continua no cadastro; so sai o pedido.
           MOVE SPACES              TO WS-CAMPO-DECISAO
           STRING 'RECUSA-'         DELIMITED BY SIZE
                  WS-SUFIXO-CAMPO   DELIMITED BY SPACE
             INTO WS-CAMPO-DECISAO
           END-STRING
           PERFORM GRAVA-DECISAO

           PERFORM APAGA-PEDIDO
           ADD 1 TO WS-QTD-RECUSADOS
           .
       RECUSA-PEDIDO-FIM.
           EXIT.

      *-----------------------------------------------------------------
       GRAVA-DECISAO.
      *-----------------------------------------------------------------
      *    Solicitante e data do pedido em AUD-ANTES, supervisor
      *    que decidiu em AUD-DEPOIS.
           MOVE SPACES              TO LINHA-AUDITORIA
           MOVE WS-CAMPO-DECISAO    TO AUD-CAMPO
           MOVE PEN-SOLICITANTE     TO AUD-ANTES (1:8)
           MOVE PEN-DT-SOLIC        TO AUD-ANTES (10:8)
           MOVE WS-COD-SUPERV       TO AUD-DEPOIS (1:8)
           PERFORM GRAVA-AUDITORIA
           .
       GRAVA-DECISAO-FIM.
           EXIT.

      *-----------------------------------------------------------------
       APAGA-PEDIDO.
      *-----------------------------------------------------------------
           DELETE PENDALT RECORD
               INVALID KEY
                   MOVE 'PENDALT'   TO LK-ARQ
                   MOVE 'DELETE'    TO LK-CMD
                   MOVE 'APAGA-PEDIDO' TO LK-PAR
                   MOVE PEN-STAT    TO LK-STA
                   MOVE 'PROG187'   TO LK-PRG
                   CALL "PROG10" USING LK-FILE-STATUS END-CALL
           END-DELETE
           .
       APAGA-PEDIDO-FIM.
           EXIT.

      *-----------------------------------------------------------------
       GRAVA-COMHIST-LEGADO.
      *-----------------------------------------------------------------
      *    Primeira mudanca de taxa de um vendedor anterior ao
      *    historico: registra a taxa que esta saindo com vigencia
      *    na data de cadastro (00000101 para cadastro sem data),
      *    como no PROG04.
           OPEN I-O COMHIST
           IF FSCMH-NAO-EXISTE
              OPEN OUTPUT COMHIST
              CLOSE COMHIST
              OPEN I-O COMHIST
           END-IF

           MOVE 'N'     TO WS-TEM-COMHIST
           MOVE VEN-COD TO CMH-CODV
           MOVE ZEROS   TO CMH-DT-VIGENCIA
           START COMHIST KEY NOT LESS THAN CMH-KEY
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    READ COMHIST NEXT
                         AT END CONTINUE
                         NOT AT END
                            IF CMH-CODV = VEN-COD
                               MOVE 'S' TO WS-TEM-COMHIST
                            END-IF
                    END-READ
           END-START

           IF WS-TEM-COMHIST = 'N'
              MOVE VEN-COD          TO CMH-CODV
              IF VEN-DT-CADASTRO NOT = ZEROS
                 MOVE VEN-DT-CADASTRO TO CMH-DT-VIGENCIA
              ELSE
                 MOVE 00000101        TO CMH-DT-VIGENCIA
              END-IF
              MOVE WS-VALOR-VIGENTE TO CMH-TAXA
              MOVE WS-COD-SUPERV    TO CMH-OPERADOR
              WRITE COMHIST-CMH
                    INVALID KEY
                      CONTINUE
              END-WRITE
           END-IF

           CLOSE COMHIST
           .
       GRAVA-COMHIST-LEGADO-FIM.
           EXIT.

      *-----------------------------------------------------------------
       GRAVA-COMHIST.
      *-----------------------------------------------------------------
      *    Vigencia a partir de hoje, data da aprovacao; duas
      *    mudancas no mesmo dia regravam a do dia.
           OPEN I-O COMHIST
           IF FSCMH-NAO-EXISTE
              OPEN OUTPUT COMHIST
              CLOSE COMHIST
              OPEN I-O COMHIST
           END-IF

           MOVE VEN-COD      TO CMH-CODV
           ACCEPT CMH-DT-VIGENCIA FROM DATE YYYYMMDD
           MOVE VEN-COMISSAO TO CMH-TAXA
           MOVE WS-COD-SUPERV TO CMH-OPERADOR
           WRITE COMHIST-CMH
                 INVALID KEY
                   IF FSCMH-JA-EXISTE
                      REWRITE COMHIST-CMH END-REWRITE
                   END-IF
           END-WRITE

           CLOSE COMHIST
           .
       GRAVA-COMHIST-FIM.
           EXIT.

      *-----------------------------------------------------------------
       GRAVA-AUDITORIA.
      *-----------------------------------------------------------------
           ACCEPT AUD-DATA FROM DATE YYYYMMDD
           ACCEPT WS-HORA-COMPLETA FROM TIME
           MOVE WS-HORA-COMPLETA (1:6) TO AUD-HORA
           MOVE 'PROG187'       TO AUD-PROGRAMA
           MOVE PEN-CHAVE       TO AUD-CHAVE
           MOVE LK-IDX-ID       TO AUD-IDEXEC
           MOVE 'G'             TO LK-ACH-OPERACAO
           MOVE LINHA-AUDITORIA TO LK-ACH-LINHA
           CALL "PROG190" USING LK-AUDCHAIN END-CALL
           IF LK-ACH-ERRO
              MOVE 'PROG187'                   TO LK-PRG
              MOVE 'AUDITLOG'                  TO LK-ARQ
              MOVE 'WRITE'                     TO LK-CMD
              MOVE 'GRAVA-AUDITORIA'           TO LK-PAR
              MOVE LK-ACH-STAT                 TO LK-STA
              CALL "PROG10" USING LK-FILE-STATUS END-CALL
           END-IF
           .
       GRAVA-AUDITORIA-FIM.
           EXIT.

      *-----------------------------------------------------------------
       ERRO-REWRITE.
      *-----------------------------------------------------------------
           MOVE 'PROG187'                   TO LK-PRG
           MOVE 'REWRITE'                   TO LK-CMD
           MOVE 'APROVA-PEDIDO'             TO LK-PAR
           CALL "PROG10" USING LK-FILE-STATUS END-CALL
           .
       ERRO-REWRITE-FIM.
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
                  'PENDALT.ARQ'                DELIMITED BY SIZE
             INTO WS-ARQ-PENDALT
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'CLIENTES.ARQ'               DELIMITED BY SIZE
             INTO WS-ARQ-CLIENTES
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'VENDEDOR.ARQ'               DELIMITED BY SIZE
             INTO WS-ARQ-VENDEDOR
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'COMHIST.ARQ'                DELIMITED BY SIZE
             INTO WS-ARQ-COMHIST
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'OPERADOR.ARQ'               DELIMITED BY SIZE
             INTO WS-ARQ-OPERADOR
           END-STRING

           .
       MONTA-CAMINHOS-FIM.
           EXIT.

      *-----------------------------------------------------------------
       ABRIR-ARQUIVO.
      *-----------------------------------------------------------------
           OPEN I-O PENDALT
           IF FS-NAO-EXISTE
              MOVE "NENHUMA ALTERACAO AGUARDANDO APROVACAO"
                   TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
              GOBACK
           END-IF

           OPEN I-O CLIENTES
           IF FSC-NAO-EXISTE
              MOVE "ARQUIVO CLIENTES NAO ENCONTRADO" TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
              CLOSE PENDALT
              GOBACK
           END-IF

           OPEN I-O VENDEDOR
           IF FSV-NAO-EXISTE
              MOVE "ARQUIVO VENDEDOR NAO ENCONTRADO" TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
              CLOSE PENDALT CLIENTES
              GOBACK
           END-IF

           OPEN INPUT OPERADOR
           IF FSO-NAO-EXISTE
              MOVE "OPERADOR.ARQ NAO ENCONTRADO" TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
              PERFORM FINALIZA
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
       FINALIZA.
      *-----------------------------------------------------------------
           CLOSE PENDALT CLIENTES VENDEDOR OPERADOR
           GOBACK.
