      ******************************************************************
      * Autor.....: Alexandre Trevisani (PROVA COBOL)
      * Data......: Julho/2019
      * Programa..: PROG168 - Conversao de Cotacoes por Vendedor
      * Chamadas..: PROG35 - Spool e Catalogo de Relatorios
      * Parametros: Linha de comando (opcional): periodo de emissao
      *             AAAAMMDD;AAAAMMDD; em branco, de 1o de janeiro do
      *             ano corrente ate hoje.
      * Observação: Relatorio das cotacoes (COTACAO.ARQ, PROG167)
      *             emitidas no periodo, por vendedor: quantas foram
      *             ganhas (convertidas em pedido), perdidas, vencidas
      *             (abertas com a validade ja passada) e ainda em
      *             aberto, o percentual de conversao (ganhas sobre as
      *             decididas: ganhas, perdidas e vencidas), o valor
      *             cotado e o valor ganho. Total geral ao final.
      *             Roda sem tela, na cadeia do PROG34; o relatorio
      *             vai para o spool do PROG35.
      * Cod.Retorno (RETURN-CODE):
      *             0 = processamento normal
      *             4 = nenhuma cotacao no periodo
      *            12 = arquivo ausente ou periodo invalido
      * Historico.:
      *   2026 mnt - Programa novo.
      ******************************************************************
       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         PROG168.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SPECIAL-NAMES.      DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.

       SELECT COTACAO ASSIGN TO WS-ARQ-COTACAO
              ORGANIZATION         IS INDEXED
              ACCESS MODE          IS DYNAMIC
              FILE STATUS          IS COT-STAT
              ALTERNATE RECORD KEY IS COT-CODV WITH DUPLICATES
              RECORD KEY           IS COT-KEY.

       SELECT VENDEDOR ASSIGN TO WS-ARQ-VENDEDOR
              ORGANIZATION         IS INDEXED
              ACCESS MODE          IS RANDOM
              FILE STATUS          IS VEN-STAT
              ALTERNATE RECORD KEY IS VEN-COD
              ALTERNATE RECORD KEY IS VEN-NOME  WITH DUPLICATES
              ALTERNATE RECORD KEY IS VEN-UF    WITH DUPLICATES
              ALTERNATE RECORD KEY IS VEN-NOME-BUSCA WITH DUPLICATES
              RECORD KEY           IS VEN-KEY.

       SELECT RELCOT ASSIGN TO WS-ARQ-RELCOT
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS  IS REL-STAT.

       DATA            DIVISION.
       FILE            SECTION.

       COPY FD_COTACAO.

       COPY FD_VENDEDOR.

       FD RELCOT
           LINAGE IS 55 LINES
           WITH FOOTING AT 51
           LINES AT TOP 3
           LINES AT BOTTOM 2.

       01 RELCOT-REL.
          05 REL-IMP        PIC X(132).

       WORKING-STORAGE SECTION.

       77 WS-DIR-DADOS       PIC X(50) VALUE SPACES.
       77 WS-ARQ-COTACAO     PIC X(70) VALUE SPACES.
       77 WS-ARQ-VENDEDOR    PIC X(70) VALUE SPACES.
       77 WS-ARQ-RELCOT      PIC X(90) VALUE SPACES.

       77 COT-STAT          PIC 9(02).
           88 FS-OK         VALUE ZEROS.
           88 FS-FIM-REG    VALUE 10.
           88 FS-NAO-EXISTE VALUE 35.

       77 VEN-STAT          PIC 9(02).
           88 FSV-OK        VALUE ZEROS.
           88 FSV-NAO-EXISTE VALUE 35.

       77 REL-STAT          PIC 9(02).
           88 FSR-OK        VALUE ZEROS.

       77 WS-TEM-VENDEDOR   PIC X(01) VALUE 'N'.
           88 TEM-VENDEDOR  VALUE 'S'.
           88 SEM-VENDEDOR  VALUE 'N'.

       77 WS-PARM           PIC X(80) VALUE SPACES.
       77 WS-PARM-INI       PIC X(08) VALUE SPACES.
       77 WS-PARM-FIM       PIC X(08) VALUE SPACES.

       77 WS-DATA-HOJE      PIC 9(08) VALUE ZEROS.
       77 WS-DATA-INI       PIC 9(08) VALUE ZEROS.
       77 WS-DATA-FIM       PIC 9(08) VALUE ZEROS.

       77 WS-RETCODE        PIC 9(02) VALUE ZEROS.

      *    Vendedor da quebra corrente.
       77 WS-CODV-ATUAL     PIC 9(05) VALUE ZEROS.
       77 WS-PRIMEIRA       PIC X(01) VALUE 'S'.
           88 PRIMEIRA-COTACAO VALUE 'S'.

      *    Acumuladores do vendedor (VD) e gerais (TG).
       01 WS-ACUM-VEND.
           05 WS-VD-EMITIDAS PIC 9(06).
           05 WS-VD-GANHAS   PIC 9(06).
           05 WS-VD-PERDIDAS PIC 9(06).
           05 WS-VD-VENCIDAS PIC 9(06).
           05 WS-VD-ABERTAS  PIC 9(06).
           05 WS-VD-VLR-COT  PIC 9(13)V99.
           05 WS-VD-VLR-GAN  PIC 9(13)V99.

       01 WS-ACUM-GERAL.
           05 WS-TG-EMITIDAS PIC 9(06).
           05 WS-TG-GANHAS   PIC 9(06).
           05 WS-TG-PERDIDAS PIC 9(06).
           05 WS-TG-VENCIDAS PIC 9(06).
           05 WS-TG-ABERTAS  PIC 9(06).
           05 WS-TG-VLR-COT  PIC 9(13)V99.
           05 WS-TG-VLR-GAN  PIC 9(13)V99.

       77 WS-DECIDIDAS      PIC 9(06) VALUE ZEROS.
       77 WS-PCT-CONVERSAO  PIC 9(03)V9 VALUE ZEROS.

       77 WS-QTD-LIDOS      PIC 9(06) VALUE ZEROS.
       77 WS-QTD-VENDEDORES PIC 9(06) VALUE ZEROS.

       77 WS-CTPAG          PIC 9(03) VALUE ZEROS.

      *    Apoio para editar AAAAMMDD como DD/MM/AAAA.
       01 WS-DATA-AMD.
           05 WS-AMD-ANO    PIC X(04).
           05 WS-AMD-MES    PIC X(02).
           05 WS-AMD-DIA    PIC X(02).

       01 WS-DATA-DMA.
           05 WS-DMA-DIA    PIC X(02).
           05 FILLER        PIC X(01) VALUE '/'.
           05 WS-DMA-MES    PIC X(02).
           05 FILLER        PIC X(01) VALUE '/'.
           05 WS-DMA-ANO    PIC X(04).

       01 LINHA-CAB0.
           05 FILLER        PIC X(060) VALUE
           'CONVERSAO DE COTACOES POR VENDEDOR'.
           05 FILLER        PIC X(09) VALUE 'PAGINA : '.
           05 PAG-REL       PIC ZZ9.

       01 LINHA-CAB1.
           05 FILLER        PIC X(09) VALUE 'DATA...: '.
           05 CAB-DATA-HOJE PIC X(10).
           05 FILLER        PIC X(20) VALUE '   EMITIDAS ENTRE '.
           05 CAB-DATA-INI  PIC X(10).
           05 FILLER        PIC X(03) VALUE ' E '.
           05 CAB-DATA-FIM  PIC X(10).

       01 LINHA-CAB2.
           05 FILLER        PIC X(047) VALUE
              'VEND. NOME'.
           05 FILLER        PIC X(042) VALUE
              'EMIT. GANHAS PERDID VENCID ABERTA  % CONV'.
           05 FILLER        PIC X(036) VALUE
              '     VALOR COTADO       VALOR GANHO'.

       01 LINHA-CAB3.
           05 FILLER        PIC X(047) VALUE
              '===== ===================================='.
           05 FILLER        PIC X(042) VALUE
              '===== ====== ====== ====== ======  ======'.
           05 FILLER        PIC X(036) VALUE
              '     ============       ==========='.

       01 LINHA-DET.
           05 DET-CODV      PIC ZZZZ9.
           05 FILLER        PIC X(01) VALUE SPACES.
           05 DET-NOME      PIC X(40).
           05 FILLER        PIC X(01) VALUE SPACES.
           05 DET-EMITIDAS  PIC ZZZZZ9.
           05 FILLER        PIC X(01) VALUE SPACES.
           05 DET-GANHAS    PIC ZZZZZ9.
           05 FILLER        PIC X(01) VALUE SPACES.
           05 DET-PERDIDAS  PIC ZZZZZ9.
           05 FILLER        PIC X(01) VALUE SPACES.
           05 DET-VENCIDAS  PIC ZZZZZ9.
           05 FILLER        PIC X(01) VALUE SPACES.
           05 DET-ABERTAS   PIC ZZZZZ9.
           05 FILLER        PIC X(02) VALUE SPACES.
           05 DET-PCT       PIC ZZ9,9.
           05 FILLER        PIC X(02) VALUE SPACES.
           05 DET-VLR-COT   PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER        PIC X(01) VALUE SPACES.
           05 DET-VLR-GAN   PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       01 LINHA-SEM-COT.
           05 FILLER        PIC X(50) VALUE
           'NENHUMA COTACAO EMITIDA NO PERIODO'.

       01 LINHA-TOT1.
           05 FILLER        PIC X(30) VALUE
              'COTACOES LIDAS..............: '.
           05 TOT-LIDOS     PIC ZZZZZ9.
           05 FILLER        PIC X(20) VALUE
              '   VENDEDORES....: '.
           05 TOT-VENDEDORES PIC ZZZZZ9.

       01 LINHA-BRANCO      PIC X(100) VALUE SPACES.

       COPY LK_SPOOL.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM MONTA-CAMINHOS

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE WS-DATA-HOJE TO WS-DATA-INI
           MOVE '0101'       TO WS-DATA-INI (5:4)
           MOVE WS-DATA-HOJE TO WS-DATA-FIM

           ACCEPT WS-PARM FROM COMMAND-LINE
           IF WS-PARM NOT = SPACES
              UNSTRING WS-PARM DELIMITED BY ';'
                  INTO WS-PARM-INI WS-PARM-FIM
              END-UNSTRING
              IF WS-PARM-INI IS NUMERIC AND WS-PARM-FIM IS NUMERIC
                 MOVE WS-PARM-INI TO WS-DATA-INI
                 MOVE WS-PARM-FIM TO WS-DATA-FIM
              ELSE
                 MOVE ZEROS TO WS-DATA-INI WS-DATA-FIM
              END-IF
           END-IF

           IF FUNCTION TEST-DATE-YYYYMMDD (WS-DATA-INI) NOT = ZEROS
              OR FUNCTION TEST-DATE-YYYYMMDD (WS-DATA-FIM) NOT = ZEROS
              OR WS-DATA-INI > WS-DATA-FIM
              DISPLAY 'PROG168: PERIODO INVALIDO ' WS-PARM (1:20)
              MOVE 12 TO WS-RETCODE
              MOVE WS-RETCODE TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM ABRIR-ARQUIVO

           INITIALIZE WS-ACUM-VEND WS-ACUM-GERAL
           PERFORM IMP-CABEC

      *    Leitura pela chave alternada do vendedor: as cotacoes de
      *    cada vendedor chegam juntas, e a quebra fecha a linha.
           MOVE ZEROS TO COT-CODV
           START COTACAO KEY NOT LESS THAN COT-CODV
                 INVALID KEY
                    MOVE 10 TO COT-STAT
           END-START
           PERFORM PROCESSA-COTACAO
              THRU PROCESSA-COTACAO-SAI UNTIL FS-FIM-REG

           IF NOT PRIMEIRA-COTACAO
              PERFORM IMPRIME-VENDEDOR
           END-IF

           IF WS-TG-EMITIDAS = ZEROS
              MOVE 04 TO WS-RETCODE
              DISPLAY 'PROG168: NENHUMA COTACAO NO PERIODO'
              WRITE RELCOT-REL FROM LINHA-SEM-COT AFTER 1
           END-IF

           PERFORM TOTAIS
           PERFORM FINALIZA
           .
       FIM-PROCES.
           EXIT.

      *-------------------------------------------------------------*
       PROCESSA-COTACAO.
      *-------------------------------------------------------------*
           READ COTACAO NEXT AT END
                GO TO PROCESSA-COTACAO-SAI
           END-READ

           ADD 1 TO WS-QTD-LIDOS

           IF COT-DATA < WS-DATA-INI OR COT-DATA > WS-DATA-FIM
              GO TO PROCESSA-COTACAO-SAI
           END-IF

           IF PRIMEIRA-COTACAO
              MOVE 'N'      TO WS-PRIMEIRA
              MOVE COT-CODV TO WS-CODV-ATUAL
           END-IF

           IF COT-CODV NOT = WS-CODV-ATUAL
              PERFORM IMPRIME-VENDEDOR
              MOVE COT-CODV TO WS-CODV-ATUAL
           END-IF

           ADD 1         TO WS-VD-EMITIDAS
           ADD COT-VALOR TO WS-VD-VLR-COT

      *    Vencida nao e' gravada: e' a aberta com a validade
      *    anterior a hoje.
           EVALUATE TRUE
               WHEN COT-GANHA
                    ADD 1         TO WS-VD-GANHAS
                    ADD COT-VALOR TO WS-VD-VLR-GAN
               WHEN COT-PERDIDA
                    ADD 1 TO WS-VD-PERDIDAS
               WHEN COT-VALIDADE < WS-DATA-HOJE
                    ADD 1 TO WS-VD-VENCIDAS
               WHEN OTHER
                    ADD 1 TO WS-VD-ABERTAS
           END-EVALUATE
           .
       PROCESSA-COTACAO-SAI.
           EXIT.

      *-------------------------------------------------------------*
       IMPRIME-VENDEDOR.
      *-------------------------------------------------------------*
           MOVE SPACES TO DET-NOME
           IF TEM-VENDEDOR
              MOVE WS-CODV-ATUAL TO VEN-COD
              READ VENDEDOR KEY IS VEN-COD
                   INVALID KEY
                      MOVE '*** VENDEDOR NAO CADASTRADO ***'
                           TO DET-NOME
                   NOT INVALID KEY
                      MOVE VEN-NOME TO DET-NOME
              END-READ
           END-IF
           MOVE WS-CODV-ATUAL  TO DET-CODV
           MOVE WS-VD-EMITIDAS TO DET-EMITIDAS
           MOVE WS-VD-GANHAS   TO DET-GANHAS
           MOVE WS-VD-PERDIDAS TO DET-PERDIDAS
           MOVE WS-VD-VENCIDAS TO DET-VENCIDAS
           MOVE WS-VD-ABERTAS  TO DET-ABERTAS
           MOVE WS-VD-VLR-COT  TO DET-VLR-COT
           MOVE WS-VD-VLR-GAN  TO DET-VLR-GAN

           COMPUTE WS-DECIDIDAS = WS-VD-GANHAS + WS-VD-PERDIDAS
                                + WS-VD-VENCIDAS
           MOVE ZEROS TO WS-PCT-CONVERSAO
           IF WS-DECIDIDAS NOT = ZEROS
              COMPUTE WS-PCT-CONVERSAO ROUNDED =
                      WS-VD-GANHAS * 100 / WS-DECIDIDAS
           END-IF
           MOVE WS-PCT-CONVERSAO TO DET-PCT

           WRITE RELCOT-REL FROM LINHA-DET AFTER ADVANCING 1 LINE
               AT END-OF-PAGE
                  PERFORM IMP-CABEC
           END-WRITE

           ADD 1              TO WS-QTD-VENDEDORES
           ADD WS-VD-EMITIDAS TO WS-TG-EMITIDAS
           ADD WS-VD-GANHAS   TO WS-TG-GANHAS
           ADD WS-VD-PERDIDAS TO WS-TG-PERDIDAS
           ADD WS-VD-VENCIDAS TO WS-TG-VENCIDAS
           ADD WS-VD-ABERTAS  TO WS-TG-ABERTAS
           ADD WS-VD-VLR-COT  TO WS-TG-VLR-COT
           ADD WS-VD-VLR-GAN  TO WS-TG-VLR-GAN
           INITIALIZE WS-ACUM-VEND
           .
       IMPRIME-VENDEDOR-FIM.
           EXIT.

      *-------------------------------------------------------------*
       IMP-CABEC.
      *-------------------------------------------------------------*
           ADD  01             TO WS-CTPAG
           MOVE WS-CTPAG       TO PAG-REL
           MOVE WS-DATA-HOJE   TO WS-DATA-AMD
           PERFORM EDITA-DATA
           MOVE WS-DATA-DMA    TO CAB-DATA-HOJE
           MOVE WS-DATA-INI    TO WS-DATA-AMD
           PERFORM EDITA-DATA
           MOVE WS-DATA-DMA    TO CAB-DATA-INI
           MOVE WS-DATA-FIM    TO WS-DATA-AMD
           PERFORM EDITA-DATA
           MOVE WS-DATA-DMA    TO CAB-DATA-FIM
           WRITE RELCOT-REL  FROM LINHA-CAB0 AFTER ADVANCING PAGE
           WRITE RELCOT-REL  FROM LINHA-CAB1 AFTER 1
           WRITE RELCOT-REL  FROM LINHA-BRANCO AFTER 1
           WRITE RELCOT-REL  FROM LINHA-CAB2 AFTER 1
           WRITE RELCOT-REL  FROM LINHA-CAB3 AFTER 1
           .
       IMP-CABEC-FIM.
           EXIT.

      *-------------------------------------------------------------*
       EDITA-DATA.
      *-------------------------------------------------------------*
           MOVE WS-AMD-DIA TO WS-DMA-DIA
           MOVE WS-AMD-MES TO WS-DMA-MES
           MOVE WS-AMD-ANO TO WS-DMA-ANO
           .
       EDITA-DATA-FIM.
           EXIT.

      *-------------------------------------------------------------*
       TOTAIS.
      *-------------------------------------------------------------*
           MOVE SPACES         TO DET-NOME
           MOVE 'TOTAL GERAL'  TO DET-NOME
           MOVE ZEROS          TO DET-CODV
           MOVE WS-TG-EMITIDAS TO DET-EMITIDAS
           MOVE WS-TG-GANHAS   TO DET-GANHAS
           MOVE WS-TG-PERDIDAS TO DET-PERDIDAS
           MOVE WS-TG-VENCIDAS TO DET-VENCIDAS
           MOVE WS-TG-ABERTAS  TO DET-ABERTAS
           MOVE WS-TG-VLR-COT  TO DET-VLR-COT
           MOVE WS-TG-VLR-GAN  TO DET-VLR-GAN

           COMPUTE WS-DECIDIDAS = WS-TG-GANHAS + WS-TG-PERDIDAS
                                + WS-TG-VENCIDAS
           MOVE ZEROS TO WS-PCT-CONVERSAO
           IF WS-DECIDIDAS NOT = ZEROS
              COMPUTE WS-PCT-CONVERSAO ROUNDED =
                      WS-TG-GANHAS * 100 / WS-DECIDIDAS
           END-IF
           MOVE WS-PCT-CONVERSAO TO DET-PCT

           WRITE RELCOT-REL FROM LINHA-CAB3 AFTER 1
           WRITE RELCOT-REL FROM LINHA-DET  AFTER 1

           MOVE WS-QTD-LIDOS      TO TOT-LIDOS
           MOVE WS-QTD-VENDEDORES TO TOT-VENDEDORES
           WRITE RELCOT-REL FROM LINHA-BRANCO AFTER 1
           WRITE RELCOT-REL FROM LINHA-TOT1 AFTER 1

           DISPLAY 'COTACOES - ' LINHA-TOT1
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
                  'COTACAO.ARQ'                DELIMITED BY SIZE
             INTO WS-ARQ-COTACAO
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'VENDEDOR.ARQ'               DELIMITED BY SIZE
             INTO WS-ARQ-VENDEDOR
           END-STRING

      *    O relatorio vai para o SPOOL\ com nome datado (PROG35) e
      *    entra no catalogo ao final.
           MOVE 'N'            TO LK-SPL-OPER
           MOVE 'PROG168'      TO LK-SPL-PROGRAMA
           MOVE 'REL-COTV.TXT' TO LK-SPL-SUFIXO
           CALL "PROG35" USING LK-SPOOL END-CALL
           MOVE LK-SPL-CAMINHO TO WS-ARQ-RELCOT
           .
       MONTA-CAMINHOS-FIM.
           EXIT.

      *-------------------------------------------------------------*
       ABRIR-ARQUIVO.
      *-------------------------------------------------------------*
           OPEN INPUT COTACAO
           IF FS-NAO-EXISTE
              DISPLAY 'ARQUIVO COTACAO NAO ENCONTRADO'
              MOVE 12 TO WS-RETCODE
              MOVE WS-RETCODE TO RETURN-CODE
              GOBACK
           END-IF

           SET TEM-VENDEDOR TO TRUE
           OPEN INPUT VENDEDOR
           IF FSV-NAO-EXISTE
              SET SEM-VENDEDOR TO TRUE
           END-IF

           OPEN OUTPUT RELCOT
           .
       ABRIR-ARQUIVO-FIM.
           EXIT.

      *-------------------------------------------------------------*
       FINALIZA.
      *-------------------------------------------------------------*
           CLOSE COTACAO RELCOT
           IF TEM-VENDEDOR
              CLOSE VENDEDOR
           END-IF

           MOVE 'R'            TO LK-SPL-OPER
           MOVE 'PROG168'      TO LK-SPL-PROGRAMA
           MOVE WS-PARM        TO LK-SPL-PARAMS
           MOVE WS-TG-EMITIDAS TO LK-SPL-QTDE
           MOVE WS-ARQ-RELCOT  TO LK-SPL-CAMINHO
           CALL "PROG35" USING LK-SPOOL END-CALL

           MOVE WS-RETCODE TO RETURN-CODE
           GOBACK.
