      ******************************************************************
      * Autor.....: Alexandre Trevisani (PROVA COBOL)
      * Data......: Julho/2019
      * Programa..: PROG151 - Ordens de Compra em Aberto e Atrasadas
      * Chamadas..: PROG35 - Spool e Catalogo de Relatorios
      * Parametros: Nenhum
      * Observação: Lista as ordens de compra abertas ou recebidas em
      *             parte (ORDCOMP.ARQ, PROG149/PROG150), com o
      *             fornecedor, a data prevista de entrega e os dias
      *             de atraso (hoje menos a prevista, quando positivo),
      *             marcando ATRASADA a ordem com entrega vencida. Sob
      *             cada ordem, os itens com saldo a receber (pedido
      *             menos recebido) e o valor pendente pelo custo da
      *             ordem. Roda sem tela, na cadeia noturna do PROG34;
      *             o relatorio vai para o spool do PROG35.
      * Cod.Retorno (RETURN-CODE):
      *             0 = processamento normal
      *             4 = nenhuma ordem em aberto
      *            12 = arquivo ausente
      * Historico.:
      *   2026 mnt - Programa novo.
      *   2026 mnt - Nome do relatorio no spool encurtado para
      *              caber nos 12 bytes de LK-SPL-SUFIXO.
      ******************************************************************
       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         PROG151.
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

       SELECT RELOCA ASSIGN TO WS-ARQ-RELOCA
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS  IS REL-STAT.

       DATA            DIVISION.
       FILE            SECTION.

       COPY FD_ORDCOMP.

       COPY FD_OCITEM.

       COPY FD_FORNEC.

       COPY FD_PRODUTO.

       FD RELOCA
           LINAGE IS 55 LINES
           WITH FOOTING AT 51
           LINES AT TOP 3
           LINES AT BOTTOM 2.

       01 RELOCA-REL.
          05 REL-IMP        PIC X(132).

       WORKING-STORAGE SECTION.

       77 WS-DIR-DADOS       PIC X(50) VALUE SPACES.
       77 WS-ARQ-ORDCOMP     PIC X(70) VALUE SPACES.
       77 WS-ARQ-OCITEM      PIC X(70) VALUE SPACES.
       77 WS-ARQ-FORNEC      PIC X(70) VALUE SPACES.
       77 WS-ARQ-PRODUTO     PIC X(70) VALUE SPACES.
       77 WS-ARQ-RELOCA      PIC X(90) VALUE SPACES.

       77 OCP-STAT          PIC 9(02).
           88 FSOC-OK       VALUE ZEROS.
           88 FSOC-FIM-REG  VALUE 10.
           88 FSOC-NAO-EXISTE VALUE 35.

       77 OCI-STAT          PIC 9(02).
           88 FSOI-OK       VALUE ZEROS.
           88 FSOI-FIM-REG  VALUE 10.
           88 FSOI-NAO-EXISTE VALUE 35.

       77 FRN-STAT          PIC 9(02).
           88 FSF-OK        VALUE ZEROS.
           88 FSF-NAO-EXISTE VALUE 35.

       77 PRO-STAT          PIC 9(02).
           88 FSPR-OK       VALUE ZEROS.
           88 FSPR-NAO-EXISTE VALUE 35.

       77 REL-STAT          PIC 9(02).
           88 FSR-OK        VALUE ZEROS.

       77 WS-TEM-ITENS      PIC X(01) VALUE 'N'.
           88 TEM-ITENS     VALUE 'S'.
           88 SEM-ITENS     VALUE 'N'.

       77 WS-TEM-FORNEC     PIC X(01) VALUE 'N'.
           88 TEM-FORNEC    VALUE 'S'.
           88 SEM-FORNEC    VALUE 'N'.

       77 WS-TEM-PRODUTO    PIC X(01) VALUE 'N'.
           88 TEM-PRODUTO   VALUE 'S'.
           88 SEM-PRODUTO   VALUE 'N'.

       77 WS-DATA-HOJE      PIC 9(08) VALUE ZEROS.
       77 WS-DIAS-ATRASO    PIC S9(05) VALUE ZEROS.

       77 WS-RETCODE        PIC 9(02) VALUE ZEROS.

       77 WS-PEND-ITEM      PIC 9(07)V99  VALUE ZEROS.
       77 WS-VALOR-ITEM     PIC 9(11)V99  VALUE ZEROS.
       77 WS-VALOR-ORDEM    PIC 9(11)V99  VALUE ZEROS.
       77 WS-VALOR-TOTAL    PIC 9(13)V99  VALUE ZEROS.
       77 WS-VALOR-ATRASO   PIC 9(13)V99  VALUE ZEROS.

       77 WS-QTD-ABERTAS    PIC 9(06) VALUE ZEROS.
       77 WS-QTD-ATRASADAS  PIC 9(06) VALUE ZEROS.

       77 WS-CTPAG          PIC 9(03) VALUE ZEROS.

       01 LINHA-CAB0.
           05 FILLER        PIC X(060) VALUE
           'ORDENS DE COMPRA EM ABERTO'.
           05 FILLER        PIC X(09) VALUE 'PAGINA : '.
           05 PAG-REL       PIC ZZ9.

       01 LINHA-CAB1.
           05 FILLER        PIC X(09) VALUE 'DATA...: '.
           05 CAB-DATA-HOJE PIC 9(08).

       01 LINHA-TIT1.
           05 FILLER        PIC X(46) VALUE
           'ORDEM    FORN. RAZAO SOCIAL'.
           05 FILLER        PIC X(30) VALUE
           'EMISSAO  PREVISTA ATRASO S'.

       01 LINHA-TIT2.
           05 FILLER        PIC X(36) VALUE
           '         PROD. DESCRICAO'.
           05 FILLER        PIC X(36) VALUE
           '      PEDIDO     RECEBIDO     PENDEN'.
           05 FILLER        PIC X(34) VALUE
           'TE  CUSTO UNIT.     VALOR PENDENTE'.

       01 LINHA-ORDEM.
           05 REL-NUMERO    PIC 9(08).
           05 FILLER        PIC X(01)  VALUE SPACES.
           05 REL-FORN      PIC 9(05).
           05 FILLER        PIC X(01)  VALUE SPACES.
           05 REL-RAZAO     PIC X(30).
           05 FILLER        PIC X(01)  VALUE SPACES.
           05 REL-EMISSAO   PIC 9(08).
           05 FILLER        PIC X(01)  VALUE SPACES.
           05 REL-PREVISTA  PIC 9(08).
           05 FILLER        PIC X(01)  VALUE SPACES.
           05 REL-ATRASO    PIC ZZZZ9.
           05 FILLER        PIC X(01)  VALUE SPACES.
           05 REL-SITUACAO  PIC X(01).
           05 FILLER        PIC X(01)  VALUE SPACES.
           05 REL-FLAG      PIC X(08).

       01 LINHA-ITEM.
           05 FILLER        PIC X(09)  VALUE SPACES.
           05 REL-PROD      PIC 9(05).
           05 FILLER        PIC X(01)  VALUE SPACES.
           05 REL-DESC      PIC X(20).
           05 FILLER        PIC X(01)  VALUE SPACES.
           05 REL-QTDE      PIC Z.ZZZ.ZZ9,99.
           05 FILLER        PIC X(01)  VALUE SPACES.
           05 REL-RECEB     PIC Z.ZZZ.ZZ9,99.
           05 FILLER        PIC X(01)  VALUE SPACES.
           05 REL-PEND      PIC Z.ZZZ.ZZ9,99.
           05 FILLER        PIC X(01)  VALUE SPACES.
           05 REL-CUSTO     PIC Z.ZZZ.ZZ9,99.
           05 FILLER        PIC X(01)  VALUE SPACES.
           05 REL-VALOR     PIC ZZZ.ZZZ.ZZZ.ZZ9,99.

       01 LINHA-SUBTOT.
           05 FILLER        PIC X(64)  VALUE SPACES.
           05 FILLER        PIC X(18)  VALUE
              'PENDENTE DA ORDEM:'.
           05 FILLER        PIC X(01)  VALUE SPACES.
           05 SUB-VALOR     PIC ZZZ.ZZZ.ZZZ.ZZ9,99.

       01 LINHA-TOT1.
           05 FILLER        PIC X(30) VALUE
              'ORDENS EM ABERTO............: '.
           05 TOT-ABERTAS   PIC ZZZZZ9.
           05 FILLER        PIC X(20) VALUE
              '   ATRASADAS.....: '.
           05 TOT-ATRASADAS PIC ZZZZZ9.

       01 LINHA-TOT2.
           05 FILLER        PIC X(30) VALUE
              'VALOR PENDENTE TOTAL........: '.
           05 TOT-VALOR     PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.

       01 LINHA-TOT3.
           05 FILLER        PIC X(30) VALUE
              'VALOR PENDENTE EM ATRASO....: '.
           05 TOT-VALOR-ATR PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.

       01 LINHA-BRANCO      PIC X(100) VALUE SPACES.

       COPY LK_SPOOL.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM MONTA-CAMINHOS

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           PERFORM ABRIR-ARQUIVO

           PERFORM IMP-CABEC

           MOVE LOW-VALUES TO OCP-KEY
           START ORDCOMP KEY NOT LESS THAN OCP-KEY
                 INVALID KEY
                    MOVE 10 TO OCP-STAT
           END-START
           PERFORM LISTA-ORDEM
              THRU LISTA-ORDEM-SAI UNTIL FSOC-FIM-REG

           IF WS-QTD-ABERTAS = ZEROS
              MOVE 04 TO WS-RETCODE
              DISPLAY 'PROG151: NENHUMA ORDEM DE COMPRA EM ABERTO'
           END-IF

           PERFORM TOTAIS
           PERFORM FINALIZA
           .
       FIM-PROCES.
           EXIT.

      *-------------------------------------------------------------*
       LISTA-ORDEM.
      *-------------------------------------------------------------*
           READ ORDCOMP NEXT AT END
                GO TO LISTA-ORDEM-SAI
           END-READ

           IF NOT OCP-PENDENTE
              GO TO LISTA-ORDEM-SAI
           END-IF

           ADD 1 TO WS-QTD-ABERTAS

           MOVE SPACES TO FRN-RAZAO
           IF TEM-FORNEC
              MOVE OCP-FORN TO FRN-COD
              READ FORNEC
                   INVALID KEY
                      MOVE '(NAO CADASTRADO)' TO FRN-RAZAO
              END-READ
           END-IF

      *    Atraso em dias corridos sobre a data prevista de entrega.
           MOVE ZEROS TO WS-DIAS-ATRASO
           IF OCP-PREVISTA NOT = ZEROS AND OCP-PREVISTA < WS-DATA-HOJE
              COMPUTE WS-DIAS-ATRASO =
                      FUNCTION INTEGER-OF-DATE (WS-DATA-HOJE)
                    - FUNCTION INTEGER-OF-DATE (OCP-PREVISTA)
           END-IF

           MOVE OCP-NUMERO       TO REL-NUMERO
           MOVE OCP-FORN         TO REL-FORN
           MOVE FRN-RAZAO        TO REL-RAZAO
           MOVE OCP-EMISSAO      TO REL-EMISSAO
           MOVE OCP-PREVISTA     TO REL-PREVISTA
           MOVE WS-DIAS-ATRASO   TO REL-ATRASO
           MOVE OCP-SITUACAO     TO REL-SITUACAO
           MOVE SPACES           TO REL-FLAG
           IF WS-DIAS-ATRASO > ZEROS
              MOVE 'ATRASADA' TO REL-FLAG
              ADD 1 TO WS-QTD-ATRASADAS
           END-IF

           WRITE RELOCA-REL FROM LINHA-BRANCO AFTER ADVANCING 1 LINE
               AT END-OF-PAGE
                  PERFORM IMP-CABEC
           END-WRITE
           WRITE RELOCA-REL FROM LINHA-ORDEM AFTER ADVANCING 1 LINE
               AT END-OF-PAGE
                  PERFORM IMP-CABEC
           END-WRITE

           MOVE ZEROS TO WS-VALOR-ORDEM
           IF TEM-ITENS
              MOVE OCP-NUMERO TO OCI-NUMERO
              MOVE ZEROS      TO OCI-SEQ
              START OCITEM KEY NOT LESS THAN OCI-KEY
                    INVALID KEY
                       MOVE 10 TO OCI-STAT
              END-START
              PERFORM LISTA-ITEM
                 THRU LISTA-ITEM-SAI UNTIL FSOI-FIM-REG
              MOVE ZEROS TO OCI-STAT
           END-IF

           MOVE WS-VALOR-ORDEM TO SUB-VALOR
           WRITE RELOCA-REL FROM LINHA-SUBTOT AFTER ADVANCING 1 LINE
               AT END-OF-PAGE
                  PERFORM IMP-CABEC
           END-WRITE

           ADD WS-VALOR-ORDEM TO WS-VALOR-TOTAL
           IF WS-DIAS-ATRASO > ZEROS
              ADD WS-VALOR-ORDEM TO WS-VALOR-ATRASO
           END-IF
           .
       LISTA-ORDEM-SAI.
           EXIT.

      *-------------------------------------------------------------*
       LISTA-ITEM.
      *-------------------------------------------------------------*
           READ OCITEM NEXT AT END
                GO TO LISTA-ITEM-SAI
           END-READ

           IF OCI-NUMERO NOT = OCP-NUMERO
              MOVE 10 TO OCI-STAT
              GO TO LISTA-ITEM-SAI
           END-IF

           IF OCI-QTDE-RECEB NOT < OCI-QTDE
              GO TO LISTA-ITEM-SAI
           END-IF

           COMPUTE WS-PEND-ITEM  = OCI-QTDE - OCI-QTDE-RECEB
           COMPUTE WS-VALOR-ITEM ROUNDED = WS-PEND-ITEM * OCI-CUSTO
           ADD WS-VALOR-ITEM TO WS-VALOR-ORDEM

           MOVE SPACES TO PRO-DESCRICAO
           IF TEM-PRODUTO
              MOVE OCI-PROD TO PRO-COD
              READ PRODUTO
                   INVALID KEY
                      MOVE '(NAO CADASTRADO)' TO PRO-DESCRICAO
              END-READ
           END-IF

           MOVE OCI-PROD        TO REL-PROD
           MOVE PRO-DESCRICAO   TO REL-DESC
           MOVE OCI-QTDE        TO REL-QTDE
           MOVE OCI-QTDE-RECEB  TO REL-RECEB
           MOVE WS-PEND-ITEM    TO REL-PEND
           MOVE OCI-CUSTO       TO REL-CUSTO
           MOVE WS-VALOR-ITEM   TO REL-VALOR

           WRITE RELOCA-REL FROM LINHA-ITEM AFTER ADVANCING 1 LINE
               AT END-OF-PAGE
                  PERFORM IMP-CABEC
           END-WRITE
           .
       LISTA-ITEM-SAI.
           EXIT.

      *-------------------------------------------------------------*
       IMP-CABEC.
      *-------------------------------------------------------------*
           ADD  01              TO WS-CTPAG
           MOVE WS-CTPAG        TO PAG-REL
           MOVE WS-DATA-HOJE    TO CAB-DATA-HOJE
           WRITE RELOCA-REL   FROM LINHA-CAB0 AFTER ADVANCING PAGE
           WRITE RELOCA-REL   FROM LINHA-CAB1 AFTER ADVANCING 1 LINE
           WRITE RELOCA-REL   FROM LINHA-BRANCO AFTER ADVANCING 1
                 LINE
           WRITE RELOCA-REL   FROM LINHA-TIT1 AFTER ADVANCING 1 LINE
           WRITE RELOCA-REL   FROM LINHA-TIT2 AFTER ADVANCING 1 LINE
           .
       IMP-CABEC-FIM.
           EXIT.

      *-------------------------------------------------------------*
       TOTAIS.
      *-------------------------------------------------------------*
           MOVE WS-QTD-ABERTAS   TO TOT-ABERTAS
           MOVE WS-QTD-ATRASADAS TO TOT-ATRASADAS
           MOVE WS-VALOR-TOTAL   TO TOT-VALOR
           MOVE WS-VALOR-ATRASO  TO TOT-VALOR-ATR

           WRITE RELOCA-REL FROM LINHA-BRANCO AFTER 1
           WRITE RELOCA-REL FROM LINHA-TOT1 AFTER 1
           WRITE RELOCA-REL FROM LINHA-TOT2 AFTER 1
           WRITE RELOCA-REL FROM LINHA-TOT3 AFTER 1

           DISPLAY 'ORDENS DE COMPRA - ' LINHA-TOT1
           .
       TOTAIS-FIM.
           EXIT.

      *-------------------------------------------------------------*
       MONTA-CAMINHOS.
      *-------------------------------------------------------------*
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

      *    O relatorio vai para o SPOOL\ com nome datado (PROG35) e
      *    entra no catalogo ao final.
           MOVE 'N'            TO LK-SPL-OPER
           MOVE 'PROG151'      TO LK-SPL-PROGRAMA
           MOVE 'REL-OCAB.TXT' TO LK-SPL-SUFIXO
           CALL "PROG35" USING LK-SPOOL END-CALL
           MOVE LK-SPL-CAMINHO TO WS-ARQ-RELOCA
           .
       MONTA-CAMINHOS-FIM.
           EXIT.

      *-------------------------------------------------------------*
       ABRIR-ARQUIVO.
      *-------------------------------------------------------------*
           OPEN INPUT ORDCOMP
           IF FSOC-NAO-EXISTE
              DISPLAY 'ARQUIVO ORDCOMP NAO ENCONTRADO'
              MOVE 12 TO WS-RETCODE
              MOVE WS-RETCODE TO RETURN-CODE
              GOBACK
           END-IF

           SET TEM-ITENS TO TRUE
           OPEN INPUT OCITEM
           IF FSOI-NAO-EXISTE
              SET SEM-ITENS TO TRUE
           END-IF

           SET TEM-FORNEC TO TRUE
           OPEN INPUT FORNEC
           IF FSF-NAO-EXISTE
              SET SEM-FORNEC TO TRUE
           END-IF

           SET TEM-PRODUTO TO TRUE
           OPEN INPUT PRODUTO
           IF FSPR-NAO-EXISTE
              SET SEM-PRODUTO TO TRUE
           END-IF

           OPEN OUTPUT RELOCA
           .
       ABRIR-ARQUIVO-FIM.
           EXIT.

      *-------------------------------------------------------------*
       FINALIZA.
      *-------------------------------------------------------------*
           CLOSE ORDCOMP RELOCA
           IF TEM-ITENS
              CLOSE OCITEM
           END-IF
           IF TEM-FORNEC
              CLOSE FORNEC
           END-IF
           IF TEM-PRODUTO
              CLOSE PRODUTO
           END-IF

           MOVE 'R'            TO LK-SPL-OPER
           MOVE 'PROG151'      TO LK-SPL-PROGRAMA
           MOVE SPACES         TO LK-SPL-PARAMS
           MOVE WS-QTD-ABERTAS TO LK-SPL-QTDE
           MOVE WS-ARQ-RELOCA  TO LK-SPL-CAMINHO
           CALL "PROG35" USING LK-SPOOL END-CALL

           MOVE WS-RETCODE TO RETURN-CODE
           GOBACK.
