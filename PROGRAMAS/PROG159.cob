      ******************************************************************
      * Autor.....: Alexandre Trevisani (PROVA COBOL)
      * Data......: Julho/2019
      * Programa..: PROG159 - Acompanhamento de Entregas
      * Chamadas..: PROG41 - Leitura dos Parametros Gerais
      *             PROG35 - Spool e Catalogo de Relatorios
      * Parametros: Linha de comando (opcional): prazo de entrega em
      *             dias (NNN); em branco, PAR-DIAS-ENTREGA (padrao 5).
      * Observação: Relatorio diario da logistica sobre as entregas
      *             confirmadas pelo retorno da transportadora
      *             (PROG158), em duas partes:
      *             - faturas ainda sem retorno de entrega emitidas
      *               ha mais dias que o prazo (nao pagas; a fatura
      *               paga ja' chegou ao cliente);
      *             - faturas recusadas na entrega sem devolucao
      *               registrada no PROG114 para o pedido (o estoque
      *               ainda nao reentrou e o credito nao foi dado).
      *             Le a primeira parcela de cada pedido (a entrega
      *             e' a mesma em todas); canceladas ficam de fora.
      * Cod.Retorno (RETURN-CODE):
      *             0 = nenhuma pendencia
      *             4 = ha faturas no relatorio
      *            12 = arquivo ausente ou prazo invalido
      * Historico.:
      *   2026 mnt - Programa novo.
      ******************************************************************
       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         PROG159.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SPECIAL-NAMES.      DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.

       SELECT FATURA ASSIGN TO WS-ARQ-FATURA
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS FAT-STAT
              RECORD KEY   IS FAT-KEY.

       SELECT DEVOLUCAO ASSIGN TO WS-ARQ-DEVOLUCAO
              ORGANIZATION         IS INDEXED
              ACCESS  MODE         IS DYNAMIC
              FILE STATUS          IS DEV-STAT
              ALTERNATE RECORD KEY IS DEV-CODV WITH DUPLICATES
              ALTERNATE RECORD KEY IS DEV-PEDIDO WITH DUPLICATES
              RECORD KEY           IS DEV-KEY.

       SELECT CLIENTES ASSIGN TO WS-ARQ-CLIENTES
              ORGANIZATION         IS INDEXED
              ACCESS MODE          IS RANDOM
              FILE STATUS          IS CLI-STAT
              ALTERNATE RECORD KEY IS CLI-COD
              ALTERNATE RECORD KEY IS CLI-NOME  WITH DUPLICATES
              ALTERNATE RECORD KEY IS CLI-CNPJ-RAIZ WITH DUPLICATES
              ALTERNATE RECORD KEY IS CLI-NOME-BUSCA WITH DUPLICATES
              RECORD KEY           IS CLI-KEY.

       SELECT RELENT ASSIGN TO WS-ARQ-RELENT
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS  IS REL-STAT.

       DATA            DIVISION.
       FILE            SECTION.

       COPY FD_FATURA.

       COPY FD_DEVOLUCAO.

       COPY FD_CLIENTES.

       FD  RELENT.
       01  RELENT-REL       PIC X(100).

       WORKING-STORAGE SECTION.

       77 WS-DIR-DADOS       PIC X(50) VALUE SPACES.
       77 WS-ARQ-FATURA      PIC X(70) VALUE SPACES.
       77 WS-ARQ-DEVOLUCAO   PIC X(70) VALUE SPACES.
       77 WS-ARQ-CLIENTES    PIC X(70) VALUE SPACES.
       77 WS-ARQ-RELENT      PIC X(90) VALUE SPACES.

       77 FAT-STAT          PIC 9(02).
           88 FSF-OK        VALUE ZEROS.
           88 FSF-FIM-REG   VALUE 10.
           88 FSF-NAO-EXISTE VALUE 35.

       77 DEV-STAT          PIC 9(02).
           88 FSD-OK        VALUE ZEROS.

       77 CLI-STAT          PIC 9(02).
           88 FSC-OK        VALUE ZEROS.

       77 REL-STAT          PIC 9(02).

       77 WS-TEM-DEVOLUCAO  PIC X(01) VALUE 'N'.
           88 TEM-DEVOLUCAO VALUE 'S'.
       77 WS-TEM-CLIENTES   PIC X(01) VALUE 'N'.
           88 TEM-CLIENTES  VALUE 'S'.
       77 WS-ABRIU-FATURA   PIC X(01) VALUE 'N'.
           88 ABRIU-FATURA  VALUE 'S'.
       77 WS-ABRIU-RELAT    PIC X(01) VALUE 'N'.
           88 ABRIU-RELAT   VALUE 'S'.

       77 WS-PARM           PIC X(80) VALUE SPACES.
       77 WS-DIAS-PRAZO     PIC 9(03) VALUE ZEROS.
       77 WS-DATA-HOJE      PIC 9(08) VALUE ZEROS.
       77 WS-DIAS           PIC S9(07) VALUE ZEROS.
       77 WS-RETCODE        PIC 9(02) VALUE ZEROS.

       77 WS-QTD-ATRASADAS  PIC 9(06) VALUE ZEROS.
       77 WS-QTD-RECUSAS    PIC 9(06) VALUE ZEROS.
       77 WS-VLR-ATRASADAS  PIC 9(11)V99 VALUE ZEROS.
       77 WS-VLR-RECUSAS    PIC 9(11)V99 VALUE ZEROS.

       77 WS-CTPAG          PIC 9(03) VALUE ZEROS.
       77 WS-CTLIN          PIC 9(03) VALUE ZEROS.
       77 WS-PARTE          PIC X(01) VALUE SPACES.
           88 PARTE-ATRASO  VALUE 'A'.
           88 PARTE-RECUSA  VALUE 'R'.

       01 LINHA-CAB0.
           05 FILLER        PIC X(060) VALUE
           'ACOMPANHAMENTO DE ENTREGAS'.
           05 FILLER        PIC X(09) VALUE 'PAGINA : '.
           05 PAG-REL       PIC ZZ9.

       01 LINHA-CAB1.
           05 FILLER        PIC X(09) VALUE 'DATA...: '.
           05 CB1-HOJE      PIC 9(08).
           05 FILLER        PIC X(22) VALUE
           '   PRAZO DE ENTREGA: '.
           05 CB1-PRAZO     PIC ZZ9.
           05 FILLER        PIC X(05) VALUE ' DIAS'.

       01 LINHA-CAB-ATRASO.
           05 FILLER        PIC X(60) VALUE
           'FATURAS SEM RETORNO DE ENTREGA APOS O PRAZO'.

       01 LINHA-CAB-RECUSA.
           05 FILLER        PIC X(60) VALUE
           'RECUSAS SEM DEVOLUCAO REGISTRADA (PROG114)'.

       01 LINHA-TIT-ATRASO.
           05 FILLER        PIC X(50) VALUE
           'FATURA   PEDIDO   CLIENTE NOME                    '.
           05 FILLER        PIC X(40) VALUE
           '       EMISSAO  DIAS          VALOR'.

       01 LINHA-TIT-RECUSA.
           05 FILLER        PIC X(50) VALUE
           'FATURA   PEDIDO   CLIENTE NOME                    '.
           05 FILLER        PIC X(40) VALUE
           '       RECUSA   MOT          VALOR'.

       01 LINHA-DET.
           05 DET-FATURA    PIC 9(08).
           05 FILLER        PIC X(01) VALUE SPACES.
           05 DET-PEDIDO    PIC 9(08).
           05 FILLER        PIC X(01) VALUE SPACES.
           05 DET-CODC      PIC 9(07).
           05 FILLER        PIC X(01) VALUE SPACES.
           05 DET-NOME      PIC X(30).
           05 FILLER        PIC X(01) VALUE SPACES.
           05 DET-DATA      PIC 9(08).
           05 FILLER        PIC X(01) VALUE SPACES.
           05 DET-COMPL     PIC X(04).
           05 FILLER        PIC X(01) VALUE SPACES.
           05 DET-VALOR     PIC ZZZ.ZZZ.ZZ9,99.

       01 WS-DIAS-EDIT      PIC ZZZ9.

       01 LINHA-TOT.
           05 FILLER        PIC X(24) VALUE
           'TOTAL..................:'.
           05 TOT-QTD       PIC ZZZ.ZZ9.
           05 FILLER        PIC X(11) VALUE ' FATURA(S) '.
           05 FILLER        PIC X(25) VALUE SPACES.
           05 TOT-VALOR     PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       01 LINHA-NADA.
           05 FILLER        PIC X(40) VALUE
           '(NENHUMA FATURA NESTA SITUACAO)'.

       01 LINHA-BRANCO      PIC X(100) VALUE SPACES.

       COPY LK_PARAM.

       COPY LK_SPOOL.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM MONTA-CAMINHOS
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           CALL "PROG41" USING LK-PARAM END-CALL
           MOVE LK-PAR-DIAS-ENTREGA TO WS-DIAS-PRAZO

           ACCEPT WS-PARM FROM COMMAND-LINE
           IF WS-PARM NOT = SPACES
              IF WS-PARM (1:3) IS NUMERIC
                 AND WS-PARM (1:3) NOT = ZEROS
                 MOVE WS-PARM (1:3) TO WS-DIAS-PRAZO
              ELSE
                 DISPLAY 'PROG159: PRAZO INVALIDO ' WS-PARM
                 MOVE 12 TO WS-RETCODE
                 PERFORM FINALIZA
              END-IF
           END-IF

           PERFORM ABRIR-ARQUIVO

      *    Primeira parte: faturas sem retorno alem do prazo.
           SET PARTE-ATRASO TO TRUE
           PERFORM CABECALHO
           PERFORM LE-ATRASO THRU LE-ATRASO-SAI UNTIL FSF-FIM-REG
           MOVE WS-QTD-ATRASADAS TO TOT-QTD
           MOVE WS-VLR-ATRASADAS TO TOT-VALOR
           PERFORM FECHA-PARTE

      *    Segunda parte: recusas sem devolucao, nova leitura.
           CLOSE FATURA
           OPEN INPUT FATURA
           SET PARTE-RECUSA TO TRUE
           PERFORM CABECALHO
           PERFORM LE-RECUSA THRU LE-RECUSA-SAI UNTIL FSF-FIM-REG
           MOVE WS-QTD-RECUSAS TO TOT-QTD
           MOVE WS-VLR-RECUSAS TO TOT-VALOR
           PERFORM FECHA-PARTE

           IF WS-QTD-ATRASADAS NOT = ZEROS
              OR WS-QTD-RECUSAS NOT = ZEROS
              MOVE 4 TO WS-RETCODE
           END-IF

           DISPLAY 'FATURAS SEM ENTREGA APOS O PRAZO.: '
                   WS-QTD-ATRASADAS
           DISPLAY 'RECUSAS SEM DEVOLUCAO............: '
                   WS-QTD-RECUSAS

           PERFORM FINALIZA
           .
       FIM-PROCES.
           EXIT.

      *-------------------------------------------------------------*
       LE-ATRASO.
      *-------------------------------------------------------------*
           READ FATURA NEXT AT END
                GO TO LE-ATRASO-SAI
           END-READ

           IF FAT-CANCELADA OR FAT-PAGA OR FAT-PARCELA > 1
              OR NOT FAT-ENT-PENDENTE
              OR FAT-EMISSAO NOT NUMERIC
              OR FAT-EMISSAO < 16010101
              OR FAT-EMISSAO > WS-DATA-HOJE
              GO TO LE-ATRASO-SAI
           END-IF

           COMPUTE WS-DIAS = FUNCTION INTEGER-OF-DATE (WS-DATA-HOJE)
                           - FUNCTION INTEGER-OF-DATE (FAT-EMISSAO)
           IF WS-DIAS NOT > WS-DIAS-PRAZO
              GO TO LE-ATRASO-SAI
           END-IF

           MOVE WS-DIAS     TO WS-DIAS-EDIT
           MOVE WS-DIAS-EDIT TO DET-COMPL
           MOVE FAT-EMISSAO TO DET-DATA
           PERFORM IMPRIME-FATURA
           ADD 1         TO WS-QTD-ATRASADAS
           ADD FAT-VALOR TO WS-VLR-ATRASADAS
           .
       LE-ATRASO-SAI.
           EXIT.

      *-------------------------------------------------------------*
       LE-RECUSA.
      *-------------------------------------------------------------*
           READ FATURA NEXT AT END
                GO TO LE-RECUSA-SAI
           END-READ

           IF FAT-CANCELADA OR FAT-PARCELA > 1
              OR NOT FAT-ENT-RECUSADA
              GO TO LE-RECUSA-SAI
           END-IF

      *    Devolucao do pedido ja registrada: tratada.
           IF TEM-DEVOLUCAO
              MOVE FAT-PEDIDO TO DEV-PEDIDO
              READ DEVOLUCAO KEY IS DEV-PEDIDO
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      GO TO LE-RECUSA-SAI
              END-READ
           END-IF

           MOVE SPACES         TO DET-COMPL
           MOVE FAT-ENT-MOTIVO TO DET-COMPL
           MOVE FAT-ENT-DATA   TO DET-DATA
           PERFORM IMPRIME-FATURA
           ADD 1         TO WS-QTD-RECUSAS
           ADD FAT-VALOR TO WS-VLR-RECUSAS
           .
       LE-RECUSA-SAI.
           EXIT.

      *-------------------------------------------------------------*
       IMPRIME-FATURA.
      *-------------------------------------------------------------*
           IF WS-CTLIN > 55
              PERFORM CABECALHO
           END-IF

           MOVE SPACES TO DET-NOME
           IF TEM-CLIENTES
              MOVE FAT-CODC TO CLI-COD
              READ CLIENTES KEY IS CLI-COD
                   INVALID KEY
                      MOVE 'CLIENTE NAO CADASTRADO' TO DET-NOME
                   NOT INVALID KEY
                      MOVE CLI-NOME TO DET-NOME
              END-READ
           END-IF

           MOVE FAT-NUMERO TO DET-FATURA
           MOVE FAT-PEDIDO TO DET-PEDIDO
           MOVE FAT-CODC   TO DET-CODC
           MOVE FAT-VALOR  TO DET-VALOR
           WRITE RELENT-REL FROM LINHA-DET AFTER 1
           ADD 1 TO WS-CTLIN
           .
       IMPRIME-FATURA-FIM.
           EXIT.

      *-------------------------------------------------------------*
       CABECALHO.
      *-------------------------------------------------------------*
           ADD 1 TO WS-CTPAG
           MOVE WS-CTPAG      TO PAG-REL
           MOVE WS-DATA-HOJE  TO CB1-HOJE
           MOVE WS-DIAS-PRAZO TO CB1-PRAZO
           WRITE RELENT-REL FROM LINHA-CAB0 AFTER ADVANCING PAGE
           WRITE RELENT-REL FROM LINHA-CAB1 AFTER 1
           WRITE RELENT-REL FROM LINHA-BRANCO AFTER 1
           IF PARTE-ATRASO
              WRITE RELENT-REL FROM LINHA-CAB-ATRASO AFTER 1
              WRITE RELENT-REL FROM LINHA-TIT-ATRASO AFTER 2
           ELSE
              WRITE RELENT-REL FROM LINHA-CAB-RECUSA AFTER 1
              WRITE RELENT-REL FROM LINHA-TIT-RECUSA AFTER 2
           END-IF
           WRITE RELENT-REL FROM LINHA-BRANCO AFTER 1
           MOVE 7 TO WS-CTLIN
           .
       CABECALHO-FIM.
           EXIT.

      *-------------------------------------------------------------*
       FECHA-PARTE.
      *-------------------------------------------------------------*
           IF (PARTE-ATRASO AND WS-QTD-ATRASADAS = ZEROS)
              OR (PARTE-RECUSA AND WS-QTD-RECUSAS = ZEROS)
              WRITE RELENT-REL FROM LINHA-NADA AFTER 1
           ELSE
              WRITE RELENT-REL FROM LINHA-TOT AFTER 2
           END-IF
           .
       FECHA-PARTE-FIM.
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
                  'FATURA.ARQ'                 DELIMITED BY SIZE
             INTO WS-ARQ-FATURA
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'DEVOLUCAO.ARQ'              DELIMITED BY SIZE
             INTO WS-ARQ-DEVOLUCAO
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'CLIENTES.ARQ'               DELIMITED BY SIZE
             INTO WS-ARQ-CLIENTES
           END-STRING

      *    O relatorio vai para o SPOOL\ com nome datado (PROG35) e
      *    entra no catalogo ao final.
           MOVE 'N'            TO LK-SPL-OPER
           MOVE 'PROG159'      TO LK-SPL-PROGRAMA
           MOVE 'REL-ENTR.TXT' TO LK-SPL-SUFIXO
           CALL "PROG35" USING LK-SPOOL END-CALL
           MOVE LK-SPL-CAMINHO TO WS-ARQ-RELENT
           .
       MONTA-CAMINHOS-FIM.
           EXIT.

      *-------------------------------------------------------------*
       ABRIR-ARQUIVO.
      *-------------------------------------------------------------*
           OPEN INPUT FATURA
           IF FSF-NAO-EXISTE
              DISPLAY 'FATURA.ARQ NAO ENCONTRADO - RODE O PROG64'
              MOVE 12 TO WS-RETCODE
              PERFORM FINALIZA
           END-IF
           SET ABRIU-FATURA TO TRUE

      *    Sem DEVOLUCAO.ARQ toda recusa esta pendente; sem
      *    CLIENTES.ARQ o nome sai em branco.
           OPEN INPUT DEVOLUCAO
           IF FSD-OK
              SET TEM-DEVOLUCAO TO TRUE
           END-IF

           OPEN INPUT CLIENTES
           IF FSC-OK
              SET TEM-CLIENTES TO TRUE
           END-IF

           OPEN OUTPUT RELENT
           SET ABRIU-RELAT TO TRUE
           .
       ABRIR-ARQUIVO-FIM.
           EXIT.

      *-------------------------------------------------------------*
       FINALIZA.
      *-------------------------------------------------------------*
           IF ABRIU-FATURA
              CLOSE FATURA
           END-IF
           IF TEM-DEVOLUCAO
              CLOSE DEVOLUCAO
           END-IF
           IF TEM-CLIENTES
              CLOSE CLIENTES
           END-IF

           IF ABRIU-RELAT
              CLOSE RELENT
              MOVE 'R'            TO LK-SPL-OPER
              MOVE 'PROG159'      TO LK-SPL-PROGRAMA
              MOVE WS-PARM        TO LK-SPL-PARAMS
              COMPUTE LK-SPL-QTDE = WS-QTD-ATRASADAS + WS-QTD-RECUSAS
              MOVE WS-ARQ-RELENT  TO LK-SPL-CAMINHO
              CALL "PROG35" USING LK-SPOOL END-CALL
           END-IF

           MOVE WS-RETCODE TO RETURN-CODE
           GOBACK.
