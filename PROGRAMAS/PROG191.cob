      ******************************************************************
      * Autor.....: Alexandre Trevisani (PROVA COBOL)
      * Data......: Julho/2019
      * Programa..: PROG191 - Conferencia da Trilha de Auditoria
      * Chamadas..: PROG58  - Identificador de Execucao
      *             PROG190 - Encadeamento da Trilha de Auditoria
      *             PROG35  - Spool de Relatorios
      * Parametros: Em branco confere o AUDITLOG.TXT vivo; AAAAMM
      *             confere o historico mensal AUDITLOG-AAAAMM.TXT
      *             gerado pelo expurgo (PROG30). Em modo batch pela
      *             linha de comando.
      * Observação: Refaz linha a linha o encadeamento gravado pelo
      *             PROG190 e aponta o primeiro elo quebrado:
      *               - sequencia faltando (linha excluida) ou fora
      *                 de ordem (linha inserida ou trocada);
      *               - resumo da imagem diferente do gravado
      *                 (linha alterada);
      *               - elo que nao confere com a linha anterior;
      *               - linha sem encadeamento depois do inicio da
      *                 trilha;
      *               - arquivo vivo terminando antes da ultima
      *                 sequencia do controle (linhas finais
      *                 removidas).
      *             O arquivo vivo e' conferido a partir da ancora do
      *             ultimo expurgo (AUDENC.ARQ): a linha que segue a
      *             ancora tem de encadear com ela. Linhas que o
      *             PROG100 anonimizou (antes e depois com
      *             *ANONIMIZADO*) mantem o resumo original: o elo e'
      *             conferido normalmente e a imagem e' contada como
      *             anonimizada, nao como adulterada. Linhas gravadas
      *             antes do encadeamento (sem sequencia) no inicio
      *             do arquivo sao apenas contadas.
      *             Cada quebra vai para o relatorio no SPOOL\; a
      *             primeira gera alerta em ALERTA.TXT (layout do
      *             PROG12, despachado pelo PROG37). Roda na cadeia
      *             noturna e sob demanda.
      * Cod.Retorno (RETURN-CODE):
      *             0 = trilha integra
      *             4 = elo quebrado (alerta gravado)
      *            12 = arquivo ausente ou controle inacessivel
      * Historico.:
      *   2026 mnt - Programa novo.
      ******************************************************************
       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         PROG191.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SPECIAL-NAMES.      DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.

       SELECT AUDITLOG ASSIGN TO WS-ARQ-AUDITLOG
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS  IS AUD-STAT.

       SELECT ALERTA ASSIGN TO WS-ARQ-ALERTA
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS  IS ALR-STAT.

       SELECT RELENC ASSIGN TO WS-ARQ-RELENC
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS  IS REL-STAT.

       DATA            DIVISION.
       FILE            SECTION.

       COPY FD_AUDITLOG.

       FD  ALERTA.

       01  ALERTA-REG.
           05 ALR-IMP          PIC X(150).

       FD  RELENC.
       01  RELENC-REL       PIC X(100).

       WORKING-STORAGE SECTION.

       77 WS-DIR-DADOS       PIC X(50) VALUE SPACES.
       77 WS-ARQ-AUDITLOG    PIC X(70) VALUE SPACES.
       77 WS-ARQ-ALERTA      PIC X(70) VALUE SPACES.
       77 WS-ARQ-RELENC      PIC X(90) VALUE SPACES.

       77 AUD-STAT          PIC 9(02).
           88 FSA-OK        VALUE ZEROS.
           88 FSA-FIM-REG   VALUE 10.
           88 FSA-NAO-EXISTE VALUE 35.

       77 ALR-STAT          PIC 9(02).
           88 FSAL-OK       VALUE ZEROS.
           88 FSAL-NAO-EXISTE VALUE 35.

       77 REL-STAT          PIC 9(02).

       77 WS-ABRIU-AUDIT    PIC X(01) VALUE 'N'.
           88 ABRIU-AUDIT   VALUE 'S'.
       77 WS-ABRIU-RELAT    PIC X(01) VALUE 'N'.
           88 ABRIU-RELAT   VALUE 'S'.
       77 WS-ABRIU-ALERTA   PIC X(01) VALUE 'N'.
           88 ABRIU-ALERTA  VALUE 'S'.

       77 WS-PARM           PIC X(80) VALUE SPACES.
       77 WS-MES-HIST       PIC X(06) VALUE SPACES.
       77 WS-MODO           PIC X(01) VALUE 'V'.
           88 MODO-VIVO     VALUE 'V'.
           88 MODO-HIST     VALUE 'H'.

       77 WS-RETCODE        PIC 9(02) VALUE ZEROS.
       77 WS-DATA-HOJE      PIC 9(08) VALUE ZEROS.

      *    Estado da conferencia: sequencia e elo esperados para a
      *    proxima linha encadeada.
       77 WS-INICIOU        PIC X(01) VALUE 'N'.
           88 TRILHA-INICIADA VALUE 'S'.
       77 WS-SEQ-ESPERADA   PIC 9(10) VALUE ZEROS.
       77 WS-ELO-ANTERIOR   PIC X(64) VALUE SPACES.
       77 WS-ULT-SEQ-LIDA   PIC 9(10) VALUE ZEROS.
       77 WS-ULT-ELO-LIDO   PIC X(64) VALUE SPACES.
       77 WS-ELO-INICIAL    PIC X(64) VALUE ALL '0'.

       77 WS-NUM-LINHA      PIC 9(09) VALUE ZEROS.
       77 WS-QTD-LEGADO     PIC 9(09) VALUE ZEROS.
       77 WS-QTD-CONFERIDAS PIC 9(09) VALUE ZEROS.
       77 WS-QTD-ANONIM     PIC 9(09) VALUE ZEROS.
       77 WS-QTD-QUEBRAS    PIC 9(07) VALUE ZEROS.
       77 WS-PRIM-QUEBRA    PIC 9(10) VALUE ZEROS.
       77 WS-MOTIVO         PIC X(45) VALUE SPACES.

       77 WS-CTPAG          PIC 9(03) VALUE ZEROS.
       77 WS-CTLIN          PIC 9(03) VALUE 99.

       01 WS-HORA-COMPLETA  PIC 9(08) VALUE ZEROS.

       01 LINHA-CAB0.
           05 FILLER        PIC X(060) VALUE
           'CONFERENCIA DA TRILHA DE AUDITORIA'.
           05 FILLER        PIC X(09) VALUE 'PAGINA : '.
           05 PAG-REL       PIC ZZ9.

       01 LINHA-CAB1.
           05 FILLER        PIC X(09) VALUE 'DATA...: '.
           05 CB1-HOJE      PIC 9(08).
           05 FILLER        PIC X(13) VALUE '   ARQUIVO: '.
           05 CB1-ARQUIVO   PIC X(30).

       01 LINHA-CAB2.
           05 FILLER        PIC X(24) VALUE
           'ANCORA DO EXPURGO......:'.
           05 CB2-ANC-SEQ   PIC Z(09)9.
           05 FILLER        PIC X(04) VALUE ' DE '.
           05 CB2-ANC-DATA  PIC 9(08).

       01 LINHA-CAB3.
           05 FILLER        PIC X(24) VALUE
           'ULTIMA LINHA GRAVADA...:'.
           05 CB3-ULT-SEQ   PIC Z(09)9.
           05 FILLER        PIC X(04) VALUE ' DE '.
           05 CB3-ULT-DATA  PIC 9(08).

       01 LINHA-TIT.
           05 FILLER        PIC X(50) VALUE
           '    LINHA  SEQUENCIA MOTIVO                       '.
           05 FILLER        PIC X(40) VALUE
           '                 PROGRAMA CHAVE'.

       01 LINHA-DET.
           05 DET-LINHA     PIC Z(08)9.
           05 FILLER        PIC X(01) VALUE SPACES.
           05 DET-SEQ       PIC X(10).
           05 FILLER        PIC X(01) VALUE SPACES.
           05 DET-MOTIVO    PIC X(45).
           05 FILLER        PIC X(01) VALUE SPACES.
           05 DET-PROGRAMA  PIC X(08).
           05 FILLER        PIC X(01) VALUE SPACES.
           05 DET-CHAVE     PIC X(14).

       01 LINHA-TOT.
           05 TOT-ROTULO    PIC X(30).
           05 TOT-QTD       PIC ZZZ.ZZZ.ZZ9.

       01 LINHA-PRIMEIRA.
           05 FILLER        PIC X(30) VALUE
           'PRIMEIRO ELO QUEBRADO........:'.
           05 PRI-SEQ       PIC Z(09)9.

       01 LINHA-INTEGRA.
           05 FILLER        PIC X(50) VALUE
           '(TRILHA INTEGRA - NENHUM ELO QUEBRADO)'.

       01 LINHA-BRANCO      PIC X(100) VALUE SPACES.

       01 LINHA-ALERTA.
           05 ALA-DATA          PIC 9(08) VALUE ZEROS.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 ALA-HORA          PIC 9(06) VALUE ZEROS.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 ALA-PROGRAMA      PIC X(08) VALUE SPACES.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 ALA-ARQUIVO       PIC X(08) VALUE SPACES.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 ALA-RETORNO       PIC X(02) VALUE SPACES.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 ALA-MENSAGEM      PIC X(50) VALUE SPACES.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 ALA-IDEXEC        PIC X(26) VALUE SPACES.

       01 WS-MSG-ALERTA.
           05 FILLER            PIC X(40) VALUE
              'TRILHA DE AUDITORIA QUEBRADA NA SEQ.'.
           05 MSA-SEQ           PIC 9(10).

       COPY LK_IDEXEC.

       COPY LK_AUDCHAIN.

       COPY LK_SPOOL.

       PROCEDURE DIVISION.
       INICIO.
           MOVE 'PROG191' TO LK-IDX-PROGRAMA
           CALL "PROG58" USING LK-IDEXEC END-CALL
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           ACCEPT WS-PARM FROM COMMAND-LINE
           IF WS-PARM NOT = SPACES
              MOVE WS-PARM (1:6) TO WS-MES-HIST
              IF WS-MES-HIST NOT NUMERIC
                 DISPLAY 'PROG191: MES INVALIDO ' WS-PARM
                 MOVE 12 TO WS-RETCODE
                 PERFORM FINALIZA
              END-IF
              SET MODO-HIST TO TRUE
           END-IF

           PERFORM MONTA-CAMINHOS

      *    Controle lido antes da leitura do arquivo: linha gravada
      *    por outra sessao durante a conferencia fica alem da
      *    ultima sequencia e nao e' tomada como quebra.
           MOVE 'L' TO LK-ACH-OPERACAO
           CALL "PROG190" USING LK-AUDCHAIN END-CALL
           IF LK-ACH-ERRO
              DISPLAY 'PROG191: AUDENC.ARQ INACESSIVEL - STATUS '
                      LK-ACH-STAT
              MOVE 12 TO WS-RETCODE
              PERFORM FINALIZA
           END-IF

           PERFORM ABRIR-ARQUIVO

           IF MODO-VIVO
              COMPUTE WS-SEQ-ESPERADA = LK-ACH-ANC-SEQ + 1
              IF LK-ACH-ANC-SEQ = ZEROS
                 MOVE WS-ELO-INICIAL TO WS-ELO-ANTERIOR
              ELSE
                 MOVE LK-ACH-ANC-ELO TO WS-ELO-ANTERIOR
              END-IF
              MOVE LK-ACH-ANC-SEQ TO WS-ULT-SEQ-LIDA
              MOVE LK-ACH-ANC-ELO TO WS-ULT-ELO-LIDO
           END-IF

           PERFORM CONFERE-UMA-LINHA THRU CONFERE-UMA-LINHA-SAI
                   UNTIL FSA-FIM-REG

           IF MODO-VIVO
              PERFORM CONFERE-FINAL THRU CONFERE-FINAL-SAI
           END-IF

           PERFORM IMPRIME-RESUMO

           IF WS-QTD-QUEBRAS NOT = ZEROS
              MOVE 04 TO WS-RETCODE
              PERFORM GRAVA-ALERTA
           END-IF

           DISPLAY 'CONFERENCIA DA TRILHA: ' WS-QTD-CONFERIDAS
                   ' LINHA(S), ' WS-QTD-QUEBRAS ' QUEBRA(S)'

           PERFORM FINALIZA
           .
       FIM-PROCES.
           EXIT.

      *-------------------------------------------------------------*
       CONFERE-UMA-LINHA.
      *-------------------------------------------------------------*
           READ AUDITLOG NEXT AT END
                GO TO CONFERE-UMA-LINHA-SAI
           END-READ
           ADD 1 TO WS-NUM-LINHA

           IF ACD-SEQ-X = SPACES
              IF TRILHA-INICIADA
                 MOVE 'LINHA SEM ENCADEAMENTO APOS INICIO DA TRILHA'
                      TO WS-MOTIVO
                 PERFORM REGISTRA-QUEBRA
              ELSE
                 ADD 1 TO WS-QTD-LEGADO
              END-IF
              GO TO CONFERE-UMA-LINHA-SAI
           END-IF

           IF ACD-SEQ-X NOT NUMERIC
              MOVE 'SEQUENCIA ILEGIVEL' TO WS-MOTIVO
              PERFORM REGISTRA-QUEBRA
              GO TO CONFERE-UMA-LINHA-SAI
           END-IF

      *    Historico mensal: o segmento comeca onde o expurgo o
      *    cortou; a primeira linha so encadeia com o inicio da
      *    trilha quando e' a sequencia 1.
           IF NOT TRILHA-INICIADA AND MODO-HIST
              MOVE ACD-SEQ TO WS-SEQ-ESPERADA
              IF ACD-SEQ = 1
                 MOVE WS-ELO-INICIAL TO WS-ELO-ANTERIOR
              ELSE
                 MOVE SPACES TO WS-ELO-ANTERIOR
              END-IF
           END-IF
           SET TRILHA-INICIADA TO TRUE
           ADD 1 TO WS-QTD-CONFERIDAS

           IF ACD-SEQ NOT = WS-SEQ-ESPERADA
              IF ACD-SEQ > WS-SEQ-ESPERADA
                 MOVE 'SEQUENCIA FALTANDO (LINHA EXCLUIDA)'
                      TO WS-MOTIVO
              ELSE
                 MOVE 'SEQUENCIA FORA DE ORDEM OU REPETIDA'
                      TO WS-MOTIVO
              END-IF
              PERFORM REGISTRA-QUEBRA
           END-IF

           MOVE 'C'             TO LK-ACH-OPERACAO
           MOVE AUDITLOG-REG    TO LK-ACH-REGISTRO
           MOVE WS-ELO-ANTERIOR TO LK-ACH-ELO-ANT
           CALL "PROG190" USING LK-AUDCHAIN END-CALL

           IF LK-ACH-RESUMO-CALC NOT = ACD-RESUMO
              IF ACD-ANTES = '*ANONIMIZADO*'
                 AND ACD-DEPOIS = '*ANONIMIZADO*'
                 ADD 1 TO WS-QTD-ANONIM
              ELSE
                 MOVE 'CONTEUDO DA LINHA ALTERADO' TO WS-MOTIVO
                 PERFORM REGISTRA-QUEBRA
              END-IF
           END-IF

           IF WS-ELO-ANTERIOR NOT = SPACES
              AND LK-ACH-ELO-CALC NOT = ACD-ELO
              MOVE 'ELO NAO CONFERE COM A LINHA ANTERIOR'
                   TO WS-MOTIVO
              PERFORM REGISTRA-QUEBRA
           END-IF

      *    Historico que termina na ancora do ultimo expurgo: o elo
      *    tem de ser o mesmo guardado no controle.
           IF MODO-HIST AND ACD-SEQ = LK-ACH-ANC-SEQ
              AND ACD-ELO NOT = LK-ACH-ANC-ELO
              MOVE 'ELO DIFERENTE DA ANCORA DO EXPURGO' TO WS-MOTIVO
              PERFORM REGISTRA-QUEBRA
           END-IF

      *    Depois de uma quebra a conferencia segue a partir da
      *    propria linha, para apontar as demais.
           COMPUTE WS-SEQ-ESPERADA = ACD-SEQ + 1
           MOVE ACD-ELO TO WS-ELO-ANTERIOR
           MOVE ACD-SEQ TO WS-ULT-SEQ-LIDA
           MOVE ACD-ELO TO WS-ULT-ELO-LIDO
           .
       CONFERE-UMA-LINHA-SAI.
           EXIT.

      *-------------------------------------------------------------*
       CONFERE-FINAL.
      *-------------------------------------------------------------*
      *    O arquivo vivo tem de chegar ate a ultima linha gravada
      *    segundo o controle, com o mesmo elo.
           IF LK-ACH-ULT-SEQ = ZEROS
              GO TO CONFERE-FINAL-SAI
           END-IF

           MOVE ZEROS  TO WS-NUM-LINHA
           MOVE SPACES TO AUDITLOG-REG
           IF WS-ULT-SEQ-LIDA < LK-ACH-ULT-SEQ
              MOVE LK-ACH-ULT-SEQ TO ACD-SEQ
              MOVE 'LINHAS FINAIS REMOVIDAS DO ARQUIVO'
                   TO WS-MOTIVO
              PERFORM REGISTRA-QUEBRA
              GO TO CONFERE-FINAL-SAI
           END-IF

           IF WS-ULT-SEQ-LIDA = LK-ACH-ULT-SEQ
              AND WS-ULT-ELO-LIDO NOT = LK-ACH-ULT-ELO
              MOVE LK-ACH-ULT-SEQ TO ACD-SEQ
              MOVE 'ELO FINAL DIFERENTE DO CONTROLE' TO WS-MOTIVO
              PERFORM REGISTRA-QUEBRA
           END-IF
           .
       CONFERE-FINAL-SAI.
           EXIT.

      *-------------------------------------------------------------*
       REGISTRA-QUEBRA.
      *-------------------------------------------------------------*
           ADD 1 TO WS-QTD-QUEBRAS
           IF WS-QTD-QUEBRAS = 1
              IF ACD-SEQ-X IS NUMERIC
                 MOVE ACD-SEQ TO WS-PRIM-QUEBRA
              ELSE
                 MOVE WS-SEQ-ESPERADA TO WS-PRIM-QUEBRA
              END-IF
           END-IF

           IF WS-CTLIN > 55
              PERFORM CABECALHO
           END-IF

           MOVE WS-NUM-LINHA TO DET-LINHA
           MOVE ACD-SEQ-X    TO DET-SEQ
           MOVE WS-MOTIVO    TO DET-MOTIVO
           MOVE ACD-PROGRAMA TO DET-PROGRAMA
           MOVE ACD-CHAVE    TO DET-CHAVE
           WRITE RELENC-REL FROM LINHA-DET AFTER 1
           ADD 1 TO WS-CTLIN
           .
       REGISTRA-QUEBRA-FIM.
           EXIT.

      *-------------------------------------------------------------*
       CABECALHO.
      *-------------------------------------------------------------*
           ADD 1 TO WS-CTPAG
           MOVE WS-CTPAG        TO PAG-REL
           MOVE WS-DATA-HOJE    TO CB1-HOJE
           IF MODO-VIVO
              MOVE 'AUDITLOG.TXT' TO CB1-ARQUIVO
           ELSE
              MOVE SPACES TO CB1-ARQUIVO
              STRING 'AUDITLOG-'   DELIMITED BY SIZE
                     WS-MES-HIST   DELIMITED BY SIZE
                     '.TXT'        DELIMITED BY SIZE
                INTO CB1-ARQUIVO
              END-STRING
           END-IF
           MOVE LK-ACH-ANC-SEQ  TO CB2-ANC-SEQ
           MOVE LK-ACH-ANC-DATA TO CB2-ANC-DATA
           MOVE LK-ACH-ULT-SEQ  TO CB3-ULT-SEQ
           MOVE LK-ACH-ULT-DATA TO CB3-ULT-DATA
           WRITE RELENC-REL FROM LINHA-CAB0 AFTER ADVANCING PAGE
           WRITE RELENC-REL FROM LINHA-CAB1 AFTER 1
           WRITE RELENC-REL FROM LINHA-CAB2 AFTER 1
           WRITE RELENC-REL FROM LINHA-CAB3 AFTER 1
           WRITE RELENC-REL FROM LINHA-TIT  AFTER 2
           WRITE RELENC-REL FROM LINHA-BRANCO AFTER 1
           MOVE 8 TO WS-CTLIN
           .
       CABECALHO-FIM.
           EXIT.

      *-------------------------------------------------------------*
       IMPRIME-RESUMO.
      *-------------------------------------------------------------*
           IF WS-CTLIN > 48
              PERFORM CABECALHO
           END-IF

           IF WS-QTD-QUEBRAS = ZEROS
              WRITE RELENC-REL FROM LINHA-INTEGRA AFTER 1
           ELSE
              MOVE WS-PRIM-QUEBRA TO PRI-SEQ
              WRITE RELENC-REL FROM LINHA-PRIMEIRA AFTER 2
           END-IF

           MOVE 'LINHAS LIDAS.................:' TO TOT-ROTULO
           MOVE WS-NUM-LINHA                    TO TOT-QTD
           WRITE RELENC-REL FROM LINHA-TOT AFTER 2
           MOVE 'LINHAS ANTERIORES AO ENCADEAM.:' TO TOT-ROTULO
           MOVE WS-QTD-LEGADO                   TO TOT-QTD
           WRITE RELENC-REL FROM LINHA-TOT AFTER 1
           MOVE 'LINHAS ENCADEADAS CONFERIDAS.:' TO TOT-ROTULO
           MOVE WS-QTD-CONFERIDAS               TO TOT-QTD
           WRITE RELENC-REL FROM LINHA-TOT AFTER 1
           MOVE 'LINHAS ANONIMIZADAS (PROG100):' TO TOT-ROTULO
           MOVE WS-QTD-ANONIM                   TO TOT-QTD
           WRITE RELENC-REL FROM LINHA-TOT AFTER 1
           MOVE 'ELOS QUEBRADOS...............:' TO TOT-ROTULO
           MOVE WS-QTD-QUEBRAS                  TO TOT-QTD
           WRITE RELENC-REL FROM LINHA-TOT AFTER 1
           .
       IMPRIME-RESUMO-FIM.
           EXIT.

      *-------------------------------------------------------------*
       GRAVA-ALERTA.
      *-------------------------------------------------------------*
      *    Um alerta por conferencia, com a primeira quebra; o
      *    detalhe completo esta no relatorio.
           OPEN EXTEND ALERTA
           IF FSAL-NAO-EXISTE
              OPEN OUTPUT ALERTA
              CLOSE ALERTA
              OPEN EXTEND ALERTA
           END-IF
           SET ABRIU-ALERTA TO TRUE

           ACCEPT ALA-DATA FROM DATE YYYYMMDD
           ACCEPT WS-HORA-COMPLETA FROM TIME
           MOVE WS-HORA-COMPLETA (1:6) TO ALA-HORA
           MOVE 'PROG191'      TO ALA-PROGRAMA
           MOVE 'AUDITLOG'     TO ALA-ARQUIVO
           MOVE 'EN'           TO ALA-RETORNO
           MOVE WS-PRIM-QUEBRA TO MSA-SEQ
           MOVE WS-MSG-ALERTA  TO ALA-MENSAGEM
           MOVE LK-IDX-ID      TO ALA-IDEXEC
           WRITE ALERTA-REG FROM LINHA-ALERTA
           .
       GRAVA-ALERTA-FIM.
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

           IF MODO-VIVO
              STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                     'AUDITLOG.TXT'               DELIMITED BY SIZE
                INTO WS-ARQ-AUDITLOG
              END-STRING
           ELSE
              STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                     'AUDITLOG-'                  DELIMITED BY SIZE
                     WS-MES-HIST                  DELIMITED BY SIZE
                     '.TXT'                       DELIMITED BY SIZE
                INTO WS-ARQ-AUDITLOG
              END-STRING
           END-IF

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'ALERTA.TXT'                 DELIMITED BY SIZE
             INTO WS-ARQ-ALERTA
           END-STRING

      *    O relatorio vai para o SPOOL\ com nome datado (PROG35) e
      *    entra no catalogo ao final.
           MOVE 'N'            TO LK-SPL-OPER
           MOVE 'PROG191'      TO LK-SPL-PROGRAMA
           MOVE 'REL-ENC.TXT'  TO LK-SPL-SUFIXO
           CALL "PROG35" USING LK-SPOOL END-CALL
           MOVE LK-SPL-CAMINHO TO WS-ARQ-RELENC
           .
       MONTA-CAMINHOS-FIM.
           EXIT.

      *-------------------------------------------------------------*
       ABRIR-ARQUIVO.
      *-------------------------------------------------------------*
      *    Sem AUDITLOG.TXT vivo nao ha o que conferir alem do
      *    final: o controle ainda acusa linhas removidas.
           OPEN INPUT AUDITLOG
           IF FSA-NAO-EXISTE
              IF MODO-HIST
                 DISPLAY 'PROG191: ' FUNCTION TRIM(WS-ARQ-AUDITLOG)
                         ' NAO ENCONTRADO'
                 MOVE 12 TO WS-RETCODE
                 PERFORM FINALIZA
              END-IF
              MOVE 10 TO AUD-STAT
           ELSE
              SET ABRIU-AUDIT TO TRUE
           END-IF

           OPEN OUTPUT RELENC
           SET ABRIU-RELAT TO TRUE
           PERFORM CABECALHO
           .
       ABRIR-ARQUIVO-FIM.
           EXIT.

      *-------------------------------------------------------------*
       FINALIZA.
      *-------------------------------------------------------------*
           IF ABRIU-AUDIT
              CLOSE AUDITLOG
           END-IF
           IF ABRIU-ALERTA
              CLOSE ALERTA
           END-IF

           IF ABRIU-RELAT
              CLOSE RELENC
              MOVE 'R'            TO LK-SPL-OPER
              MOVE 'PROG191'      TO LK-SPL-PROGRAMA
              MOVE WS-PARM        TO LK-SPL-PARAMS
              MOVE WS-QTD-QUEBRAS TO LK-SPL-QTDE
              MOVE WS-ARQ-RELENC  TO LK-SPL-CAMINHO
              CALL "PROG35" USING LK-SPOOL END-CALL
           END-IF

           MOVE WS-RETCODE TO RETURN-CODE
           GOBACK.
