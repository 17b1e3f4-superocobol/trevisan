      ******************************************************************
      * Autor.....: Alexandre Trevisani (PROVA COBOL)
      * Data......: Julho/2019
      * Programa..: PROG195 - Cobertura de Consentimento por Carteira
      * Chamadas..: PROG35 - Spool e Catalogo de Relatorios
      * Parametros: UF do vendedor (opcional; espacos = todas); em
      *             modo batch pela linha de comando.
      * Observação: Para cada vendedor ativo, conta os clientes
      *             ativos da carteira (DISTRIB.ARQ) e quantos tem
      *             consentimento de marketing vigente em CONSENT.ARQ
      *             por canal (e-mail, telefone, WhatsApp), em algum
      *             canal e em nenhum, com o percentual sobre a
      *             carteira - o que cada vendedor pode de fato
      *             alcancar nas campanhas do PROG121 e na extracao
      *             do PROG25. Total geral ao final.
      * Cod.Retorno (RETURN-CODE):
      *             0 = processamento normal
      *             4 = nenhuma carteira listada
      *            12 = arquivo ausente
      * Historico.:
      *   2026 mnt - Programa novo.
      ******************************************************************
       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         PROG195.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SPECIAL-NAMES.      DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.

       SELECT VENDEDOR ASSIGN TO WS-ARQ-VENDEDOR
              ORGANIZATION         IS INDEXED
              ACCESS  MODE         IS DYNAMIC
              FILE STATUS          IS VEN-STAT
              ALTERNATE RECORD KEY IS VEN-COD
              ALTERNATE RECORD KEY IS VEN-NOME  WITH DUPLICATES
              LOCK MODE IS MANUAL WITH LOCK ON MULTIPLE RECORDS
              RECORD KEY           IS VEN-KEY.

       SELECT DISTRIB ASSIGN TO WS-ARQ-DISTRIB
              ORGANIZATION         IS INDEXED
              ACCESS  MODE         IS DYNAMIC
              FILE STATUS          IS DIS-STAT
              ALTERNATE RECORD KEY IS DIS-CODV WITH DUPLICATES
              RECORD KEY           IS DIS-KEY.

       SELECT CLIENTES ASSIGN TO WS-ARQ-CLIENTES
              ORGANIZATION         IS INDEXED
              ACCESS MODE          IS RANDOM
              FILE STATUS          IS CLI-STAT
              ALTERNATE RECORD KEY IS CLI-COD
              ALTERNATE RECORD KEY IS CLI-NOME  WITH DUPLICATES
              ALTERNATE RECORD KEY IS CLI-CNPJ-RAIZ WITH DUPLICATES
              LOCK MODE IS MANUAL WITH LOCK ON MULTIPLE RECORDS
              RECORD KEY           IS CLI-KEY.

       SELECT CONSENT ASSIGN TO WS-ARQ-CONSENT
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS RANDOM
              FILE STATUS  IS CNS-STAT
              RECORD KEY   IS CNS-KEY.

       SELECT RELCNS ASSIGN TO WS-ARQ-RELCNS
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS  IS REL-STAT.

       DATA            DIVISION.
       FILE            SECTION.

       COPY FD_VENDEDOR.

       COPY FD_DISTRIB.

       COPY FD_CLIENTES.

       COPY FD_CONSENT.

       FD  RELCNS.
       01  RELCNS-REL       PIC X(110).

       WORKING-STORAGE SECTION.

       77 WS-DIR-DADOS       PIC X(50) VALUE SPACES.
       77 WS-ARQ-VENDEDOR    PIC X(70) VALUE SPACES.
       77 WS-ARQ-DISTRIB     PIC X(70) VALUE SPACES.
       77 WS-ARQ-CLIENTES    PIC X(70) VALUE SPACES.
       77 WS-ARQ-CONSENT     PIC X(70) VALUE SPACES.
       77 WS-ARQ-RELCNS      PIC X(90) VALUE SPACES.

       77 VEN-STAT          PIC 9(02).
           88 FSV-OK        VALUE ZEROS.
           88 FSV-FIM-REG   VALUE 10.
           88 FSV-NAO-EXISTE VALUE 35.

       77 DIS-STAT          PIC 9(02).
           88 FSD-OK        VALUE ZEROS.
           88 FSD-FIM-REG   VALUE 10.
           88 FSD-NAO-EXISTE VALUE 35.

       77 CLI-STAT          PIC 9(02).
           88 FSC-OK        VALUE ZEROS.
           88 FSC-NAO-EXISTE VALUE 35.

       77 CNS-STAT          PIC 9(02).
           88 FSN-OK        VALUE ZEROS.
           88 FSN-NAO-EXISTE VALUE 35.

       77 REL-STAT          PIC 9(02).

      *    Sem CONSENT.ARQ ninguem tem consentimento: a carteira
      *    inteira sai descoberta.
       77 WS-TEM-CONSENT    PIC X(01) VALUE 'N'.
           88 TEM-CONSENT   VALUE 'S'.
       77 WS-ABRIU-RELAT    PIC X(01) VALUE 'N'.
           88 ABRIU-RELAT   VALUE 'S'.

       77 WS-PARM           PIC X(80) VALUE SPACES.
       77 WS-UF-FILTRO      PIC X(02) VALUE SPACES.
       77 WS-DATA-HOJE      PIC 9(08) VALUE ZEROS.
       77 WS-RETCODE        PIC 9(02) VALUE ZEROS.
       77 WS-CONSENTIU      PIC X(01) VALUE 'N'.
           88 CONSENTIU     VALUE 'S'.
       77 WS-ALGUM          PIC X(01) VALUE 'N'.
           88 ALGUM-CANAL   VALUE 'S'.

      *    Contadores da carteira (1) e do total geral (2).
       01 WS-CONTAGEM.
           05 WS-CNT OCCURS 2 TIMES.
              10 WS-CNT-CLIENTES  PIC 9(07).
              10 WS-CNT-EMAIL     PIC 9(07).
              10 WS-CNT-FONE      PIC 9(07).
              10 WS-CNT-WHATS     PIC 9(07).
              10 WS-CNT-ALGUM     PIC 9(07).
       77 WS-IDX            PIC 9(01) VALUE ZEROS.
       77 WS-QTD-VENDEDORES PIC 9(05) VALUE ZEROS.

       77 WS-CTPAG          PIC 9(03) VALUE ZEROS.
       77 WS-CTLIN          PIC 9(03) VALUE 99.

       01 LINHA-CAB0.
           05 FILLER        PIC X(070) VALUE
           'COBERTURA DE CONSENTIMENTO DE MARKETING POR CARTEIRA'.
           05 FILLER        PIC X(09) VALUE 'PAGINA : '.
           05 PAG-REL       PIC ZZ9.

       01 LINHA-CAB1.
           05 FILLER        PIC X(09) VALUE 'DATA...: '.
           05 CB1-HOJE      PIC 9(08).
           05 FILLER        PIC X(08) VALUE '   UF: '.
           05 CB1-UF        PIC X(05).

       01 LINHA-TIT1.
           05 FILLER        PIC X(06) VALUE 'VEND. '.
           05 FILLER        PIC X(26) VALUE 'NOME'.
           05 FILLER        PIC X(08) VALUE 'CLIENTES'.
           05 FILLER        PIC X(14) VALUE '     E-MAIL   '.
           05 FILLER        PIC X(14) VALUE '    TELEFONE  '.
           05 FILLER        PIC X(17) VALUE '    WHATSAPP'.
           05 FILLER        PIC X(14) VALUE '  ALGUM CANAL '.
           05 FILLER        PIC X(08) VALUE '  NENHUM'.

       01 LINHA-TIT2.
           05 FILLER        PIC X(40) VALUE SPACES.
           05 FILLER        PIC X(14) VALUE '   QTDE     % '.
           05 FILLER        PIC X(14) VALUE '   QTDE     % '.
           05 FILLER        PIC X(17) VALUE '   QTDE     %'.
           05 FILLER        PIC X(14) VALUE '   QTDE     % '.
           05 FILLER        PIC X(08) VALUE '    QTDE'.

       01 LINHA-DET.
           05 DET-CODV      PIC 9(05).
           05 FILLER        PIC X(01) VALUE SPACES.
           05 DET-NOME      PIC X(25).
           05 FILLER        PIC X(01) VALUE SPACES.
           05 DET-CLIENTES  PIC ZZZZZZ9.
           05 FILLER        PIC X(01) VALUE SPACES.
           05 DET-EMAIL     PIC ZZZZZZ9.
           05 FILLER        PIC X(01) VALUE SPACES.
           05 DET-PC-EMAIL  PIC ZZ9,9.
           05 FILLER        PIC X(01) VALUE SPACES.
           05 DET-FONE      PIC ZZZZZZ9.
           05 FILLER        PIC X(01) VALUE SPACES.
           05 DET-PC-FONE   PIC ZZ9,9.
           05 FILLER        PIC X(01) VALUE SPACES.
           05 DET-WHATS     PIC ZZZZZZ9.
           05 FILLER        PIC X(01) VALUE SPACES.
           05 DET-PC-WHATS  PIC ZZ9,9.
           05 FILLER        PIC X(04) VALUE SPACES.
           05 DET-ALGUM     PIC ZZZZZZ9.
           05 FILLER        PIC X(01) VALUE SPACES.
           05 DET-PC-ALGUM  PIC ZZ9,9.
           05 FILLER        PIC X(02) VALUE SPACES.
           05 DET-NENHUM    PIC ZZZZZZ9.

       01 LINHA-BRANCO      PIC X(110) VALUE SPACES.

       01 LINHA-NADA.
           05 FILLER        PIC X(40) VALUE
           '(NENHUMA CARTEIRA COM CLIENTES ATIVOS)'.

       COPY LK_SPOOL.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM MONTA-CAMINHOS
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           ACCEPT WS-PARM FROM COMMAND-LINE
           MOVE WS-PARM (1:2) TO WS-UF-FILTRO

           PERFORM ABRIR-ARQUIVO

           MOVE ZEROS TO WS-CONTAGEM
           MOVE LOW-VALUES TO VENDEDOR-CLI
           START VENDEDOR KEY NOT LESS THAN VEN-COD
                 INVALID KEY
                    MOVE 10 TO VEN-STAT
           END-START
           PERFORM CONTA-VENDEDOR THRU CONTA-VENDEDOR-SAI
                   UNTIL FSV-FIM-REG

           IF WS-CTLIN > 55
              PERFORM CABECALHO
           END-IF
           IF WS-QTD-VENDEDORES = ZEROS
              WRITE RELCNS-REL FROM LINHA-NADA AFTER 1
              MOVE 04 TO WS-RETCODE
           ELSE
              MOVE 2 TO WS-IDX
              MOVE ZEROS  TO DET-CODV
              MOVE 'TOTAL GERAL' TO DET-NOME
              PERFORM EDITA-CONTAGEM
              WRITE RELCNS-REL FROM LINHA-DET AFTER 2
           END-IF

           DISPLAY 'COBERTURA DE CONSENTIMENTO: ' WS-QTD-VENDEDORES
                   ' CARTEIRA(S)'
           PERFORM FINALIZA
           .
       FIM-PROCES.
           EXIT.

      *-------------------------------------------------------------*
       CONTA-VENDEDOR.
      *-------------------------------------------------------------*
           READ VENDEDOR NEXT AT END
                GO TO CONTA-VENDEDOR-SAI
           END-READ

           IF VEN-INATIVO
              GO TO CONTA-VENDEDOR-SAI
           END-IF

           IF WS-UF-FILTRO NOT = SPACES AND WS-UF-FILTRO NOT = VEN-UF
              GO TO CONTA-VENDEDOR-SAI
           END-IF

           MOVE ZEROS TO WS-CNT-CLIENTES (1) WS-CNT-EMAIL (1)
                         WS-CNT-FONE (1) WS-CNT-WHATS (1)
                         WS-CNT-ALGUM (1)

           MOVE VEN-COD TO DIS-CODV
           START DISTRIB KEY NOT LESS THAN DIS-CODV
                 INVALID KEY
                    MOVE 10 TO DIS-STAT
           END-START
           PERFORM CONTA-CLIENTE THRU CONTA-CLIENTE-SAI
                   UNTIL FSD-FIM-REG
           MOVE ZEROS TO DIS-STAT

           IF WS-CNT-CLIENTES (1) = ZEROS
              GO TO CONTA-VENDEDOR-SAI
           END-IF

           ADD 1 TO WS-QTD-VENDEDORES
           ADD WS-CNT-CLIENTES (1) TO WS-CNT-CLIENTES (2)
           ADD WS-CNT-EMAIL (1)    TO WS-CNT-EMAIL (2)
           ADD WS-CNT-FONE (1)     TO WS-CNT-FONE (2)
           ADD WS-CNT-WHATS (1)    TO WS-CNT-WHATS (2)
           ADD WS-CNT-ALGUM (1)    TO WS-CNT-ALGUM (2)

           IF WS-CTLIN > 55
              PERFORM CABECALHO
           END-IF
           MOVE 1        TO WS-IDX
           MOVE VEN-COD  TO DET-CODV
           MOVE VEN-NOME TO DET-NOME
           PERFORM EDITA-CONTAGEM
           WRITE RELCNS-REL FROM LINHA-DET AFTER 1
           ADD 1 TO WS-CTLIN
           .
       CONTA-VENDEDOR-SAI.
           EXIT.

      *-------------------------------------------------------------*
       CONTA-CLIENTE.
      *-------------------------------------------------------------*
           READ DISTRIB NEXT AT END
                GO TO CONTA-CLIENTE-SAI
           END-READ

           IF DIS-CODV NOT = VEN-COD
              MOVE 10 TO DIS-STAT
              GO TO CONTA-CLIENTE-SAI
           END-IF

           MOVE DIS-CODC TO CLI-COD
           READ CLIENTES KEY IS CLI-COD
                INVALID KEY
                   GO TO CONTA-CLIENTE-SAI
           END-READ

           IF NOT CLI-ATIVO
              GO TO CONTA-CLIENTE-SAI
           END-IF

           ADD 1 TO WS-CNT-CLIENTES (1)
           MOVE 'N' TO WS-ALGUM

           MOVE 'E' TO CNS-CANAL
           PERFORM VERIFICA-CANAL
           IF CONSENTIU
              ADD 1 TO WS-CNT-EMAIL (1)
           END-IF

           MOVE 'T' TO CNS-CANAL
           PERFORM VERIFICA-CANAL
           IF CONSENTIU
              ADD 1 TO WS-CNT-FONE (1)
           END-IF

           MOVE 'W' TO CNS-CANAL
           PERFORM VERIFICA-CANAL
           IF CONSENTIU
              ADD 1 TO WS-CNT-WHATS (1)
           END-IF

           IF ALGUM-CANAL
              ADD 1 TO WS-CNT-ALGUM (1)
           END-IF
           .
       CONTA-CLIENTE-SAI.
           EXIT.

      *-------------------------------------------------------------*
       VERIFICA-CANAL.
      *-------------------------------------------------------------*
           MOVE 'N' TO WS-CONSENTIU
           IF NOT TEM-CONSENT
              GO TO VERIFICA-CANAL-FIM
           END-IF

           MOVE CLI-COD TO CNS-CODC
           READ CONSENT
                INVALID KEY
                   GO TO VERIFICA-CANAL-FIM
           END-READ

           IF CNS-CONCEDIDO
              SET CONSENTIU   TO TRUE
              SET ALGUM-CANAL TO TRUE
           END-IF
           .
       VERIFICA-CANAL-FIM.
           EXIT.

      *-------------------------------------------------------------*
       EDITA-CONTAGEM.
      *-------------------------------------------------------------*
           MOVE WS-CNT-CLIENTES (WS-IDX) TO DET-CLIENTES
           MOVE WS-CNT-EMAIL (WS-IDX)    TO DET-EMAIL
           MOVE WS-CNT-FONE (WS-IDX)     TO DET-FONE
           MOVE WS-CNT-WHATS (WS-IDX)    TO DET-WHATS
           MOVE WS-CNT-ALGUM (WS-IDX)    TO DET-ALGUM
           COMPUTE DET-NENHUM = WS-CNT-CLIENTES (WS-IDX)
                              - WS-CNT-ALGUM (WS-IDX)
           COMPUTE DET-PC-EMAIL ROUNDED = WS-CNT-EMAIL (WS-IDX)
                   * 100 / WS-CNT-CLIENTES (WS-IDX)
           COMPUTE DET-PC-FONE ROUNDED = WS-CNT-FONE (WS-IDX)
                   * 100 / WS-CNT-CLIENTES (WS-IDX)
           COMPUTE DET-PC-WHATS ROUNDED = WS-CNT-WHATS (WS-IDX)
                   * 100 / WS-CNT-CLIENTES (WS-IDX)
           COMPUTE DET-PC-ALGUM ROUNDED = WS-CNT-ALGUM (WS-IDX)
                   * 100 / WS-CNT-CLIENTES (WS-IDX)
           .
       EDITA-CONTAGEM-FIM.
           EXIT.

      *-------------------------------------------------------------*
       CABECALHO.
      *-------------------------------------------------------------*
           ADD 1 TO WS-CTPAG
           MOVE WS-CTPAG      TO PAG-REL
           MOVE WS-DATA-HOJE  TO CB1-HOJE
           IF WS-UF-FILTRO = SPACES
              MOVE 'TODAS'      TO CB1-UF
           ELSE
              MOVE WS-UF-FILTRO TO CB1-UF
           END-IF
           WRITE RELCNS-REL FROM LINHA-CAB0 AFTER ADVANCING PAGE
           WRITE RELCNS-REL FROM LINHA-CAB1 AFTER 1
           WRITE RELCNS-REL FROM LINHA-TIT1 AFTER 2
           WRITE RELCNS-REL FROM LINHA-TIT2 AFTER 1
           WRITE RELCNS-REL FROM LINHA-BRANCO AFTER 1
           MOVE 6 TO WS-CTLIN
           .
       CABECALHO-FIM.
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
                  'VENDEDOR.ARQ'               DELIMITED BY SIZE
             INTO WS-ARQ-VENDEDOR
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'DISTRIB.ARQ'                DELIMITED BY SIZE
             INTO WS-ARQ-DISTRIB
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'CLIENTES.ARQ'               DELIMITED BY SIZE
             INTO WS-ARQ-CLIENTES
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'CONSENT.ARQ'                DELIMITED BY SIZE
             INTO WS-ARQ-CONSENT
           END-STRING

      *    O relatorio vai para o SPOOL\ com nome datado (PROG35) e
      *    entra no catalogo ao final.
           MOVE 'N'            TO LK-SPL-OPER
           MOVE 'PROG195'      TO LK-SPL-PROGRAMA
           MOVE 'REL-CONS.TXT' TO LK-SPL-SUFIXO
           CALL "PROG35" USING LK-SPOOL END-CALL
           MOVE LK-SPL-CAMINHO TO WS-ARQ-RELCNS
           .
       MONTA-CAMINHOS-FIM.
           EXIT.

      *-------------------------------------------------------------*
       ABRIR-ARQUIVO.
      *-------------------------------------------------------------*
           OPEN INPUT VENDEDOR
           IF FSV-NAO-EXISTE
              DISPLAY 'VENDEDOR.ARQ NAO ENCONTRADO'
              MOVE 12 TO WS-RETCODE
              PERFORM FINALIZA
           END-IF

           OPEN INPUT DISTRIB
           IF FSD-NAO-EXISTE
              DISPLAY 'DISTRIB.ARQ NAO ENCONTRADO - RODE O PROG09'
              MOVE 12 TO WS-RETCODE
              PERFORM FINALIZA
           END-IF

           OPEN INPUT CLIENTES
           IF FSC-NAO-EXISTE
              DISPLAY 'CLIENTES.ARQ NAO ENCONTRADO'
              MOVE 12 TO WS-RETCODE
              PERFORM FINALIZA
           END-IF

           OPEN INPUT CONSENT
           IF FSN-OK
              SET TEM-CONSENT TO TRUE
           ELSE
              DISPLAY 'AVISO: CONSENT.ARQ NAO ENCONTRADO - NENHUM '
                      'CONSENTIMENTO REGISTRADO'
           END-IF

           OPEN OUTPUT RELCNS
           SET ABRIU-RELAT TO TRUE
           .
       ABRIR-ARQUIVO-FIM.
           EXIT.

      *-------------------------------------------------------------*
       FINALIZA.
      *-------------------------------------------------------------*
           CLOSE VENDEDOR DISTRIB CLIENTES
           IF TEM-CONSENT
              CLOSE CONSENT
           END-IF

           IF ABRIU-RELAT
              CLOSE RELCNS
              MOVE 'R'            TO LK-SPL-OPER
              MOVE 'PROG195'      TO LK-SPL-PROGRAMA
              MOVE WS-PARM        TO LK-SPL-PARAMS
              MOVE WS-QTD-VENDEDORES TO LK-SPL-QTDE
              MOVE WS-ARQ-RELCNS  TO LK-SPL-CAMINHO
              CALL "PROG35" USING LK-SPOOL END-CALL
           END-IF

           MOVE WS-RETCODE TO RETURN-CODE
           GOBACK.
