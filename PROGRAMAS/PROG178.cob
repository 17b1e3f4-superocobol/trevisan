      ******************************************************************
      * Autor.....: Alexandre Trevisani (PROVA COBOL)
      * Data......: Julho/2019
      * Programa..: PROG178 - Desligamento de Vendedor (Pendencias)
      * Chamadas..: PROG35 - Spool e Catalogo de Relatorios
      *             PROG49 - Controle de Execucoes Concorrentes
      *             PROG58 - Identificador de Execucao
      *             PROG101 - Taxa de Comissao Vigente numa Data
      *             PROG102 - Manutencao dos Agregados de Pedidos
      *             PROG190 - Encadeamento da Trilha de Auditoria
      * Parametros: Vendedor que sai, sucessor padrao e modo (L = so
      *             lista, T = transfere); em modo batch pela linha
      *             de comando, formato  vendedor;sucessor;modo
      * Observação: Varre tudo o que ainda aponta para o vendedor
      *             desligado (VEN-SITUACAO 'I' no PROG04): faixas de
      *             territorio (TERRITORIO.ARQ), clientes da carteira
      *             (inclusive os de CLI-VEND-TRAVADO), pedidos em
      *             aberto/pendentes, visitas planejadas de hoje em
      *             diante (AGENDA.ARQ), prospects em aberto
      *             (PROSPECT.ARQ) e listas de campanhas nao
      *             encerradas (CAMPCLI.ARQ). Cada faixa de territorio
      *             do vendedor pode receber um sucessor proprio (na
      *             tela); o que cai no CEP de uma faixa vai para o
      *             sucessor dela e o resto para o sucessor padrao.
      *             No modo T tudo e' movido na mesma execucao, com
      *             uma linha em AUDITLOG.TXT por registro (clientes
      *             e pedidos no formato revertido pelo PROG29) e
      *             acerto dos agregados PEDSUM.ARQ. Fecha com a
      *             lista de acerto final: pedidos faturados do
      *             vendedor em competencia ainda sem fechamento em
      *             COMISSAO.ARQ (o PROG67 nao fecha vendedor
      *             inativo), com a comissao estimada pela taxa
      *             vigente na data do pedido.
      * Cod.Retorno (RETURN-CODE):
      *             0 = processamento normal
      *             4 = nada pendente ou limite de tabela atingido
      *                 (rodar de novo para o restante)
      *            12 = arquivo ausente ou parametro invalido
      * Historico.:
      *   2026 mnt - Programa novo.
      *   2026 mnt - Linhas de AUDITLOG.TXT gravadas pelo PROG190,
      *              encadeadas (sequencia, resumo e elo com a
      *              linha anterior) para a conferencia do PROG191;
      *              o programa nao abre mais o arquivo.
      ******************************************************************
       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         PROG178.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SPECIAL-NAMES.      DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.

       SELECT VENDEDOR ASSIGN TO WS-ARQ-VENDEDOR
              ORGANIZATION         IS INDEXED
              ACCESS MODE          IS RANDOM
              FILE STATUS          IS VEN-STAT
              ALTERNATE RECORD KEY IS VEN-COD
              ALTERNATE RECORD KEY IS VEN-NOME  WITH DUPLICATES
              ALTERNATE RECORD KEY IS VEN-UF    WITH DUPLICATES
              ALTERNATE RECORD KEY IS VEN-NOME-BUSCA WITH DUPLICATES
              LOCK MODE IS MANUAL WITH LOCK ON MULTIPLE RECORDS
              RECORD KEY           IS VEN-KEY.

       SELECT CLIENTES ASSIGN TO WS-ARQ-CLIENTES
              ORGANIZATION         IS INDEXED
              ACCESS MODE          IS DYNAMIC
              FILE STATUS          IS CLI-STAT
              ALTERNATE RECORD KEY IS CLI-COD
              ALTERNATE RECORD KEY IS CLI-NOME  WITH DUPLICATES
              ALTERNATE RECORD KEY IS CLI-CNPJ-RAIZ WITH DUPLICATES
              ALTERNATE RECORD KEY IS CLI-NOME-BUSCA WITH DUPLICATES
              LOCK MODE IS MANUAL WITH LOCK ON MULTIPLE RECORDS
              RECORD KEY           IS CLI-KEY.

       SELECT DISTRIB ASSIGN TO WS-ARQ-DISTRIB
              ORGANIZATION         IS INDEXED
              ACCESS  MODE         IS RANDOM
              FILE STATUS          IS DIS-STAT
              ALTERNATE RECORD KEY IS DIS-CODV WITH DUPLICATES
              RECORD KEY           IS DIS-KEY.

       SELECT PEDIDOS ASSIGN TO WS-ARQ-PEDIDOS
              ORGANIZATION         IS INDEXED
              ACCESS  MODE         IS DYNAMIC
              FILE STATUS          IS PED-STAT
              ALTERNATE RECORD KEY IS PED-CODC WITH DUPLICATES
              ALTERNATE RECORD KEY IS PED-CODV WITH DUPLICATES
              RECORD KEY           IS PED-KEY.

       SELECT TERRIT ASSIGN TO WS-ARQ-TERRIT
              ORGANIZATION         IS INDEXED
              ACCESS MODE          IS DYNAMIC
              FILE STATUS          IS TER-STAT
              RECORD KEY           IS TER-KEY.

       SELECT AGENDA ASSIGN TO WS-ARQ-AGENDA
              ORGANIZATION         IS INDEXED
              ACCESS MODE          IS DYNAMIC
              FILE STATUS          IS AGE-STAT
              RECORD KEY           IS AGE-KEY.

       SELECT PROSPECT ASSIGN TO WS-ARQ-PROSPECT
              ORGANIZATION         IS INDEXED
              ACCESS MODE          IS DYNAMIC
              FILE STATUS          IS PSP-STAT
              RECORD KEY           IS PSP-KEY.

       SELECT CAMPCLI ASSIGN TO WS-ARQ-CAMPCLI
              ORGANIZATION         IS INDEXED
              ACCESS MODE          IS DYNAMIC
              FILE STATUS          IS CPC-STAT
              RECORD KEY           IS CPC-KEY.

       SELECT CAMPANHA ASSIGN TO WS-ARQ-CAMPANHA
              ORGANIZATION         IS INDEXED
              ACCESS MODE          IS RANDOM
              FILE STATUS          IS CAM-STAT
              RECORD KEY           IS CAM-KEY.

       SELECT COMISSAO ASSIGN TO WS-ARQ-COMISSAO
              ORGANIZATION         IS INDEXED
              ACCESS  MODE         IS RANDOM
              FILE STATUS          IS COM-STAT
              RECORD KEY           IS COM-KEY.

       SELECT RELDESL ASSIGN TO WS-ARQ-RELDESL
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS  IS REL-STAT.

       DATA            DIVISION.
       FILE            SECTION.

       COPY FD_VENDEDOR.

       COPY FD_CLIENTES.

       COPY FD_DISTRIB.

       COPY FD_PEDIDOS.

       COPY FD_TERRIT.

       COPY FD_AGENDA.

       COPY FD_PROSPECT.

       COPY FD_CAMPCLI.

       COPY FD_CAMPANHA.

       COPY FD_COMISSAO.

       FD RELDESL
           LINAGE IS 55 LINES
           WITH FOOTING AT 51
           LINES AT TOP 3
           LINES AT BOTTOM 2.

       01 RELDESL-REL.
          05 REL-IMP        PIC X(132).

       WORKING-STORAGE SECTION.

       01 WS-MODULO.
           05 FILLER        PIC X(30) VALUE
              "PROVA COBOL - DESLIGAMENTO".
           05 FILLER        PIC X(12) VALUE "MENSAGEM :".
           05 WS-MENSAG     PIC X(40) VALUE SPACES.

       77 WS-DIR-DADOS       PIC X(50) VALUE SPACES.
       77 WS-ARQ-VENDEDOR    PIC X(70) VALUE SPACES.
       77 WS-ARQ-CLIENTES    PIC X(70) VALUE SPACES.
       77 WS-ARQ-DISTRIB     PIC X(70) VALUE SPACES.
       77 WS-ARQ-PEDIDOS     PIC X(70) VALUE SPACES.
       77 WS-ARQ-TERRIT      PIC X(70) VALUE SPACES.
       77 WS-ARQ-AGENDA      PIC X(70) VALUE SPACES.
       77 WS-ARQ-PROSPECT    PIC X(70) VALUE SPACES.
       77 WS-ARQ-CAMPCLI     PIC X(70) VALUE SPACES.
       77 WS-ARQ-CAMPANHA    PIC X(70) VALUE SPACES.
       77 WS-ARQ-COMISSAO    PIC X(70) VALUE SPACES.
       77 WS-ARQ-RELDESL     PIC X(90) VALUE SPACES.

       77 VEN-STAT          PIC 9(02).
           88 FSV-OK        VALUE ZEROS.
           88 FSV-NAO-EXISTE VALUE 35.

       77 CLI-STAT          PIC 9(02).
           88 FSC-OK        VALUE ZEROS.
           88 FSC-FIM-REG   VALUE 10.
           88 FSC-NAO-EXISTE VALUE 35.

       77 DIS-STAT          PIC 9(02).
           88 FSD-OK        VALUE ZEROS.
           88 FSD-NAO-EXISTE VALUE 35.

       77 PED-STAT          PIC 9(02).
           88 FSP-OK        VALUE ZEROS.
           88 FSP-FIM-REG   VALUE 10.
           88 FSP-NAO-EXISTE VALUE 35.

       77 TER-STAT          PIC 9(02).
           88 FST-OK        VALUE ZEROS.
           88 FST-FIM-REG   VALUE 10.
           88 FST-NAO-EXISTE VALUE 35.

       77 AGE-STAT          PIC 9(02).
           88 FSG-OK        VALUE ZEROS.
           88 FSG-FIM-REG   VALUE 10.
           88 FSG-NAO-EXISTE VALUE 35.

       77 PSP-STAT          PIC 9(02).
           88 FSS-OK        VALUE ZEROS.
           88 FSS-FIM-REG   VALUE 10.
           88 FSS-NAO-EXISTE VALUE 35.

       77 CPC-STAT          PIC 9(02).
           88 FSK-OK        VALUE ZEROS.
           88 FSK-FIM-REG   VALUE 10.
           88 FSK-NAO-EXISTE VALUE 35.

       77 CAM-STAT          PIC 9(02).
           88 FSM-OK        VALUE ZEROS.
           88 FSM-NAO-EXISTE VALUE 35.

       77 COM-STAT          PIC 9(02).
           88 FSO-OK        VALUE ZEROS.
           88 FSO-NAO-EXISTE VALUE 35.

       77 REL-STAT          PIC 9(02).
           88 FSR-OK        VALUE ZEROS.

      *    Arquivos que podem nem existir ainda: a secao
      *    correspondente simplesmente nao sai.
       77 WS-TEM-DISTRIB    PIC X(01) VALUE 'N'.
           88 TEM-DISTRIB   VALUE 'S'.
       77 WS-TEM-TERRIT     PIC X(01) VALUE 'N'.
           88 TEM-TERRIT    VALUE 'S'.
       77 WS-TEM-AGENDA     PIC X(01) VALUE 'N'.
           88 TEM-AGENDA    VALUE 'S'.
       77 WS-TEM-PROSPECT   PIC X(01) VALUE 'N'.
           88 TEM-PROSPECT  VALUE 'S'.
       77 WS-TEM-CAMPCLI    PIC X(01) VALUE 'N'.
           88 TEM-CAMPCLI   VALUE 'S'.
       77 WS-TEM-CAMPANHA   PIC X(01) VALUE 'N'.
           88 TEM-CAMPANHA  VALUE 'S'.
       77 WS-TEM-COMISSAO   PIC X(01) VALUE 'N'.
           88 TEM-COMISSAO  VALUE 'S'.

       77 WS-MODO           PIC X(01) VALUE 'I'.
           88 MODO-INTERATIVO VALUE 'I'.
           88 MODO-BATCH      VALUE 'B'.

       77 WS-MODO-EXEC      PIC X(01) VALUE 'L'.
           88 EXEC-LISTA      VALUES ARE 'L' 'l'.
           88 EXEC-TRANSFERE  VALUES ARE 'T' 't'.

       77 WS-PARM           PIC X(80) VALUE SPACES.
       77 WS-PRM-ORIGEM     PIC X(06) VALUE SPACES.
       77 WS-PRM-SUCESSOR   PIC X(06) VALUE SPACES.
       77 WS-PRM-MODO       PIC X(01) VALUE SPACES.

       77 WS-VEND-ORIGEM    PIC 9(05) VALUE ZEROS.
       77 WS-SUC-PADRAO     PIC 9(05) VALUE ZEROS.
       77 WS-NOME-ORIGEM    PIC X(40) VALUE SPACES.
       77 WS-TAXA-ORIGEM    PIC 9(02)V99 VALUE ZEROS.
       77 WS-VAL-COD        PIC 9(05) VALUE ZEROS.

       77 WS-RETCODE        PIC 9(02) VALUE ZEROS.
       77 WS-DATA-HOJE      PIC 9(08) VALUE ZEROS.
       01 WS-HORA-COMPLETA  PIC 9(08) VALUE ZEROS.

       77 WS-CANCELADO      PIC X(01) VALUE 'N'.
           88 CANCELADO     VALUE 'S'.

       77 WS-LIMITE         PIC X(01) VALUE 'N'.
           88 LIMITE-ATINGIDO VALUE 'S'.

      *    Faixas de territorio do vendedor que sai, cada uma com o
      *    sucessor que vai herdar a faixa e o que cair nela.
       01 WS-TAB-TER.
           05 WS-TER-ENT OCCURS 100 TIMES.
              10 WS-TER-UF        PIC X(02).
              10 WS-TER-CEP-INI   PIC 9(08).
              10 WS-TER-CEP-FIM   PIC 9(08).
              10 WS-TER-SUC       PIC 9(05).

       77 WS-QTD-TER        PIC 9(03) VALUE ZEROS.
       77 WS-IDX-TER        PIC 9(03) VALUE ZEROS.

      *    Pedidos em aberto e visitas planejadas sao coletados
      *    antes de mover: a troca do vendedor altera a chave pela
      *    qual a varredura anda (PED-CODV / AGE-CODV).
       01 WS-TAB-PED.
           05 WS-PED-NUM OCCURS 2000 TIMES PIC 9(08).

       77 WS-QTD-TAB-PED    PIC 9(04) VALUE ZEROS.
       77 WS-IDX-PED        PIC 9(04) VALUE ZEROS.

       01 WS-TAB-AGE.
           05 WS-AGE-REG OCCURS 2000 TIMES PIC X(34).

       77 WS-QTD-TAB-AGE    PIC 9(04) VALUE ZEROS.
       77 WS-IDX-AGE        PIC 9(04) VALUE ZEROS.

      *    Resolucao do sucessor pelo CEP/UF do registro.
       77 WS-RES-CEP        PIC 9(08) VALUE ZEROS.
       77 WS-RES-UF         PIC X(02) VALUE SPACES.
       77 WS-RES-SUC        PIC 9(05) VALUE ZEROS.
       77 WS-RES-ACHOU      PIC X(01) VALUE 'N'.
           88 RES-ACHOU     VALUE 'S'.

       77 WS-GRAVOU         PIC X(01) VALUE 'S'.
           88 GRAVOU-OK     VALUE 'S'.
           88 GRAVOU-ERRO   VALUE 'N'.

       77 WS-ACAO-PADRAO    PIC X(16) VALUE SPACES.
       77 WS-NOME-CLIENTE   PIC X(40) VALUE SPACES.
       77 WS-ANOMES-PED     PIC 9(06) VALUE ZEROS.
       77 WS-VLR-COMIS      PIC 9(09)V99 VALUE ZEROS.

       77 WS-QTD-CLI        PIC 9(05) VALUE ZEROS.
       77 WS-QTD-TRAVADOS   PIC 9(05) VALUE ZEROS.
       77 WS-QTD-PED        PIC 9(05) VALUE ZEROS.
       77 WS-QTD-AGE        PIC 9(05) VALUE ZEROS.
       77 WS-QTD-AGE-DUP    PIC 9(05) VALUE ZEROS.
       77 WS-QTD-PSP        PIC 9(05) VALUE ZEROS.
       77 WS-QTD-CPC        PIC 9(05) VALUE ZEROS.
       77 WS-QTD-ACERTO     PIC 9(05) VALUE ZEROS.
       77 WS-QTD-ERRO       PIC 9(05) VALUE ZEROS.
       77 WS-QTD-TOTAL      PIC 9(07) VALUE ZEROS.
       77 WS-VLR-ACERTO     PIC 9(11)V99 VALUE ZEROS.
       77 WS-COM-ACERTO     PIC 9(11)V99 VALUE ZEROS.

       77 WS-CTPAG          PIC 9(03) VALUE ZEROS.

       01 LINHA-CAB0.
           05 FILLER        PIC X(060) VALUE
           'DESLIGAMENTO DE VENDEDOR - TRANSFERENCIA DE PENDENCIAS'.
           05 FILLER        PIC X(009) VALUE 'PAGINA : '.
           05 PAG-REL       PIC ZZ9.

       01 LINHA-CAB-VEND.
           05 FILLER        PIC X(010) VALUE 'VENDEDOR: '.
           05 CAB-CODV      PIC 9(005).
           05 FILLER        PIC X(001) VALUE SPACES.
           05 CAB-NOME      PIC X(030).
           05 FILLER        PIC X(019) VALUE '  SUCESSOR PADRAO: '.
           05 CAB-SUC       PIC ZZZZ9.
           05 FILLER        PIC X(008) VALUE '  MODO: '.
           05 CAB-MODO      PIC X(025).

       01 LINHA-SECAO.
           05 FILLER        PIC X(004) VALUE '*** '.
           05 SEC-TITULO    PIC X(060).

       01 LINHA-CAB1.
           05 FILLER        PIC X(016) VALUE 'CHAVE'.
           05 FILLER        PIC X(032) VALUE 'DESCRICAO'.
           05 FILLER        PIC X(014) VALUE 'REFERENCIA'.
           05 FILLER        PIC X(016) VALUE '      VALOR R$'.
           05 FILLER        PIC X(016) VALUE '   COMISSAO R$'.
           05 FILLER        PIC X(007) VALUE 'SUCES'.
           05 FILLER        PIC X(017) VALUE 'ACAO'.
           05 FILLER        PIC X(010) VALUE 'OBS.'.

       01 LINHA-CAB2.
           05 FILLER        PIC X(016) VALUE '=============='.
           05 FILLER        PIC X(032) VALUE
              '=============================='.
           05 FILLER        PIC X(014) VALUE '============'.
           05 FILLER        PIC X(016) VALUE '=============='.
           05 FILLER        PIC X(016) VALUE '=============='.
           05 FILLER        PIC X(007) VALUE '====='.
           05 FILLER        PIC X(017) VALUE '================'.
           05 FILLER        PIC X(010) VALUE '=========='.

       01 LINHA-DET.
           05 DET-CHAVE     PIC X(014).
           05 FILLER        PIC X(002) VALUE SPACES.
           05 DET-NOME      PIC X(030).
           05 FILLER        PIC X(002) VALUE SPACES.
           05 DET-INFO      PIC X(012).
           05 FILLER        PIC X(002) VALUE SPACES.
           05 DET-VALOR     PIC ZZZ.ZZZ.ZZ9,99 BLANK WHEN ZERO.
           05 FILLER        PIC X(002) VALUE SPACES.
           05 DET-COMIS     PIC ZZZ.ZZZ.ZZ9,99 BLANK WHEN ZERO.
           05 FILLER        PIC X(002) VALUE SPACES.
           05 DET-SUC       PIC ZZZZ9 BLANK WHEN ZERO.
           05 FILLER        PIC X(002) VALUE SPACES.
           05 DET-ACAO      PIC X(016).
           05 FILLER        PIC X(001) VALUE SPACES.
           05 DET-OBS       PIC X(010).

       01 LINHA-AVISO.
           05 FILLER        PIC X(004) VALUE '    '.
           05 AVI-TEXTO     PIC X(080).

       01 LINHA-TOT.
           05 TOT-DESCR     PIC X(030).
           05 TOT-QTD       PIC ZZZZ9.
           05 FILLER        PIC X(002) VALUE SPACES.
           05 TOT-COMPL     PIC X(026).
           05 TOT-QTD2      PIC ZZZZ9 BLANK WHEN ZERO.

       01 LINHA-TOT-ACERTO.
           05 FILLER        PIC X(030) VALUE
              'FATURADOS SEM COMISSAO.....: '.
           05 TOA-QTD       PIC ZZZZ9.
           05 FILLER        PIC X(010) VALUE '  VALOR: '.
           05 TOA-VALOR     PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER        PIC X(021) VALUE
              '  COMISSAO ESTIMADA: '.
           05 TOA-COMIS     PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       01 LINHA-BRANCO      PIC X(132) VALUE SPACES.

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

       COPY LK_IDEXEC.

       COPY LK_AUDCHAIN.

       COPY LK_SPOOL.

       COPY LK_RUNCTL.

       COPY LK_PEDSUM.

       COPY LK_TAXACOM.

      *    Campos de tela da faixa de territorio em digitacao.
       77 WS-FX-UF          PIC X(02) VALUE SPACES.
       77 WS-FX-INI         PIC 9(08) VALUE ZEROS.
       77 WS-FX-FIM         PIC 9(08) VALUE ZEROS.
       77 WS-FX-SUC         PIC 9(05) VALUE ZEROS.

       77 WS-ERRO            PIC X.
           88 E-SIM          VALUES ARE "S" "s".
           88 E-NAO          VALUES ARE "N" "n".

       77 WS-CONFIRMA        PIC X.
           88 CONFIRMA-SIM   VALUES ARE "S" "s".
           88 CONFIRMA-NAO   VALUES ARE "N" "n".

       77 WS-NUML           PIC 999.
       77 WS-NUMC           PIC 999.
       77 COR-FUNDO         PIC 9 VALUE 1.
       77 COR-FRENTE        PIC 9 VALUE 6.
       77 WS-STATUS         PIC X(40).
       77 WS-MSGERRO        PIC X(80).

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

       01 SS-PARAMETROS.
           05 LINE 08 COLUMN 12 VALUE
              "VENDEDOR QUE SAI...............:".
           05 COLUMN PLUS 2 PIC 9(005) USING WS-VEND-ORIGEM
              BLANK WHEN ZEROS.
           05 LINE 10 COLUMN 12 VALUE
              "SUCESSOR PADRAO................:".
           05 COLUMN PLUS 2 PIC 9(005) USING WS-SUC-PADRAO
              BLANK WHEN ZEROS.
           05 LINE 12 COLUMN 12 VALUE
              "MODO (L=SO LISTA, T=TRANSFERE).:".
           05 COLUMN PLUS 2 PIC X(001) USING WS-MODO-EXEC.

       01 SS-FAIXA FOREGROUND-COLOR 2.
           05 LINE 15 COLUMN 12 VALUE
              "FAIXA DE TERRITORIO............:".
           05 COLUMN PLUS 2 PIC X(02) FROM WS-FX-UF.
           05 COLUMN PLUS 1 PIC 9(08) FROM WS-FX-INI.
           05 COLUMN PLUS 1 VALUE "A".
           05 COLUMN PLUS 1 PIC 9(08) FROM WS-FX-FIM.
           05 LINE 16 COLUMN 12 VALUE
              "SUCESSOR NESTA FAIXA...........:".
           05 COLUMN PLUS 2 PIC 9(005) USING WS-FX-SUC
              BLANK WHEN ZEROS.

       01 SS-CONFIRMA.
           05 LINE 18 COLUMN 12 PIC X(50) VALUE
              "CONFIRMA A TRANSFERENCIA (S/N) ?".
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

           ACCEPT WS-PARM FROM COMMAND-LINE
           IF WS-PARM NOT = SPACES
              SET MODO-BATCH TO TRUE
           END-IF

      *    Trava de execucao concorrente (mexe na carteira, como a
      *    transferencia do PROG17).
           MOVE 'R'       TO LK-RUN-OPER
           MOVE 'PROG178' TO LK-RUN-PROGRAMA
           CALL "PROG49" USING LK-RUNCTL END-CALL
           IF LK-RUN-CONFLITO
              DISPLAY 'PROG178: ' LK-RUN-MSG
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM MONTA-CAMINHOS
           MOVE 'PROG178' TO LK-IDX-PROGRAMA
           CALL "PROG58" USING LK-IDEXEC END-CALL

           IF MODO-BATCH
              UNSTRING WS-PARM DELIMITED BY ';'
                       INTO WS-PRM-ORIGEM WS-PRM-SUCESSOR WS-PRM-MODO
              END-UNSTRING
              IF WS-PRM-ORIGEM NOT = SPACES
                 MOVE FUNCTION NUMVAL(WS-PRM-ORIGEM)
                      TO WS-VEND-ORIGEM
              END-IF
              IF WS-PRM-SUCESSOR NOT = SPACES
                 MOVE FUNCTION NUMVAL(WS-PRM-SUCESSOR)
                      TO WS-SUC-PADRAO
              END-IF
              IF WS-PRM-MODO NOT = SPACES
                 MOVE WS-PRM-MODO TO WS-MODO-EXEC
              END-IF
           ELSE
              DISPLAY SS-CLS
              MOVE "INFORME O VENDEDOR E O SUCESSOR" TO WS-MENSAG
              DISPLAY SS-CABECALHO
              MOVE "ESC PARA ENCERRAR" TO WS-STATUS
              DISPLAY SS-STATUS
              DISPLAY SS-PARAMETROS
              ACCEPT  SS-PARAMETROS
              IF COB-CRT-STATUS = COB-SCR-ESC
                 SET CANCELADO TO TRUE
                 PERFORM FINALIZA
              END-IF
           END-IF

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           PERFORM ABRIR-ARQUIVO

           PERFORM VALIDA-PARAMETROS THRU VALIDA-PARAMETROS-FIM
           IF WS-MSGERRO NOT = SPACES
              PERFORM MOSTRA-ERRO
              MOVE 12 TO WS-RETCODE
              PERFORM FINALIZA
           END-IF

           PERFORM CARREGA-TERRITORIOS THRU CARREGA-TERRITORIOS-FIM

      *    Na tela cada faixa do vendedor pode ir para um sucessor
      *    diferente; em batch todas vao para o sucessor padrao.
           IF MODO-INTERATIVO
              PERFORM PEDE-SUCESSOR-FAIXA
                 THRU PEDE-SUCESSOR-FAIXA-SAI
                 VARYING WS-IDX-TER FROM 1 BY 1
                 UNTIL WS-IDX-TER > WS-QTD-TER OR CANCELADO
              IF CANCELADO
                 PERFORM FINALIZA
              END-IF
           END-IF

           IF MODO-INTERATIVO AND EXEC-TRANSFERE
              MOVE "N" TO WS-CONFIRMA
              DISPLAY SS-CONFIRMA
              ACCEPT  SS-CONFIRMA
              IF NOT CONFIRMA-SIM
                 SET CANCELADO TO TRUE
                 PERFORM FINALIZA
              END-IF
           END-IF

           IF EXEC-TRANSFERE
              MOVE 'TRANSFERIDO'  TO WS-ACAO-PADRAO
              MOVE 'TRANSFERENCIA' TO CAB-MODO
           ELSE
              MOVE 'A TRANSFERIR' TO WS-ACAO-PADRAO
              MOVE 'SO LISTA (NADA GRAVADO)' TO CAB-MODO
           END-IF
           MOVE WS-VEND-ORIGEM TO CAB-CODV
           MOVE WS-NOME-ORIGEM TO CAB-NOME
           MOVE WS-SUC-PADRAO  TO CAB-SUC

           MOVE 'FAIXAS DE TERRITORIO' TO SEC-TITULO
           PERFORM IMP-CABEC
           PERFORM PROCESSA-TERRITORIO THRU PROCESSA-TERRITORIO-SAI
               VARYING WS-IDX-TER FROM 1 BY 1
               UNTIL WS-IDX-TER > WS-QTD-TER

           MOVE 'CLIENTES DA CARTEIRA' TO SEC-TITULO
           PERFORM IMP-SECAO
           PERFORM PROCESSA-CLIENTES THRU PROCESSA-CLIENTES-SAI

           MOVE 'PEDIDOS EM ABERTO / PENDENTES' TO SEC-TITULO
           PERFORM IMP-SECAO
           PERFORM PROCESSA-PEDIDOS THRU PROCESSA-PEDIDOS-SAI

           IF TEM-AGENDA
              MOVE 'VISITAS PLANEJADAS (AGENDA)' TO SEC-TITULO
              PERFORM IMP-SECAO
              PERFORM PROCESSA-AGENDA THRU PROCESSA-AGENDA-SAI
           END-IF

           IF TEM-PROSPECT
              MOVE 'PROSPECTS EM ABERTO' TO SEC-TITULO
              PERFORM IMP-SECAO
              PERFORM PROCESSA-PROSPECTS THRU PROCESSA-PROSPECTS-SAI
           END-IF

           IF TEM-CAMPCLI
              MOVE 'LISTAS DE CAMPANHAS NAO ENCERRADAS' TO SEC-TITULO
              PERFORM IMP-SECAO
              PERFORM PROCESSA-CAMPCLI THRU PROCESSA-CAMPCLI-SAI
           END-IF

           MOVE 'ACERTO FINAL - FATURADOS AINDA SEM COMISSAO FECHADA'
                TO SEC-TITULO
           PERFORM IMP-SECAO
           PERFORM ACERTO-FINAL THRU ACERTO-FINAL-SAI

           PERFORM TOTAIS

           IF WS-QTD-TOTAL = ZEROS OR LIMITE-ATINGIDO
              MOVE 04 TO WS-RETCODE
           END-IF

           PERFORM FINALIZA
           .
       FIM-PROCES.
           EXIT.

      *-----------------------------------------------------------*
       VALIDA-PARAMETROS.
      *-----------------------------------------------------------*
           MOVE SPACES TO WS-MSGERRO

           IF NOT EXEC-LISTA AND NOT EXEC-TRANSFERE
              MOVE "MODO DEVE SER L (SO LISTA) OU T (TRANSFERE)"
                                        TO WS-MSGERRO
              GO TO VALIDA-PARAMETROS-FIM
           END-IF

           MOVE WS-VEND-ORIGEM TO VEN-COD
           READ VENDEDOR KEY IS VEN-COD
                INVALID KEY
                   MOVE "VENDEDOR QUE SAI NAO CADASTRADO" TO WS-MSGERRO
                   GO TO VALIDA-PARAMETROS-FIM
           END-READ
           MOVE VEN-NOME      TO WS-NOME-ORIGEM
           MOVE VEN-COMISSAO  TO WS-TAXA-ORIGEM

      *    A transferencia so roda depois do desligamento no PROG04,
      *    para o vendedor nao voltar a receber carteira no meio.
           IF EXEC-TRANSFERE AND NOT VEN-INATIVO
              MOVE "VENDEDOR AINDA ATIVO - INATIVAR ANTES NO PROG04"
                                        TO WS-MSGERRO
              GO TO VALIDA-PARAMETROS-FIM
           END-IF

           IF WS-SUC-PADRAO = ZEROS
              IF EXEC-TRANSFERE
                 MOVE "INFORME O SUCESSOR PADRAO" TO WS-MSGERRO
              END-IF
              GO TO VALIDA-PARAMETROS-FIM
           END-IF

           MOVE WS-SUC-PADRAO TO WS-VAL-COD
           PERFORM VALIDA-SUCESSOR THRU VALIDA-SUCESSOR-FIM
           .
       VALIDA-PARAMETROS-FIM.
           EXIT.

      *-----------------------------------------------------------*
       VALIDA-SUCESSOR.
      *-----------------------------------------------------------*
           MOVE SPACES TO WS-MSGERRO

           IF WS-VAL-COD = WS-VEND-ORIGEM
              MOVE "SUCESSOR DEVE SER DIFERENTE DO VENDEDOR QUE SAI"
                                        TO WS-MSGERRO
              GO TO VALIDA-SUCESSOR-FIM
           END-IF

           MOVE WS-VAL-COD TO VEN-COD
           READ VENDEDOR KEY IS VEN-COD
                INVALID KEY
                   STRING "SUCESSOR " WS-VAL-COD " NAO CADASTRADO"
                          DELIMITED BY SIZE INTO WS-MSGERRO
                   END-STRING
                   GO TO VALIDA-SUCESSOR-FIM
           END-READ

           IF VEN-INATIVO
              STRING "SUCESSOR " WS-VAL-COD " ESTA INATIVO"
                     DELIMITED BY SIZE INTO WS-MSGERRO
              END-STRING
           END-IF
           .
       VALIDA-SUCESSOR-FIM.
           EXIT.

      *-----------------------------------------------------------*
       CARREGA-TERRITORIOS.
      *-----------------------------------------------------------*
           MOVE ZEROS TO WS-QTD-TER
           IF NOT TEM-TERRIT
              GO TO CARREGA-TERRITORIOS-FIM
           END-IF

           MOVE LOW-VALUES TO TER-KEY
           START TERRIT KEY NOT LESS THAN TER-KEY
                 INVALID KEY
                    GO TO CARREGA-TERRITORIOS-FIM
           END-START

           PERFORM CARREGA-UMA-FAIXA
              THRU CARREGA-UMA-FAIXA-SAI UNTIL FST-FIM-REG
           MOVE ZEROS TO TER-STAT
           .
       CARREGA-TERRITORIOS-FIM.
           EXIT.

      *-----------------------------------------------------------*
       CARREGA-UMA-FAIXA.
      *-----------------------------------------------------------*
           READ TERRIT NEXT AT END
                GO TO CARREGA-UMA-FAIXA-SAI
           END-READ

           IF TER-CODV NOT = WS-VEND-ORIGEM
              GO TO CARREGA-UMA-FAIXA-SAI
           END-IF

           IF WS-QTD-TER = 100
              SET LIMITE-ATINGIDO TO TRUE
              MOVE 10 TO TER-STAT
              GO TO CARREGA-UMA-FAIXA-SAI
           END-IF

           ADD 1 TO WS-QTD-TER
           MOVE TER-UF        TO WS-TER-UF      (WS-QTD-TER)
           MOVE TER-CEP-INI   TO WS-TER-CEP-INI (WS-QTD-TER)
           MOVE TER-CEP-FIM   TO WS-TER-CEP-FIM (WS-QTD-TER)
           MOVE WS-SUC-PADRAO TO WS-TER-SUC     (WS-QTD-TER)
           .
       CARREGA-UMA-FAIXA-SAI.
           EXIT.

      *-----------------------------------------------------------*
       PEDE-SUCESSOR-FAIXA.
      *-----------------------------------------------------------*
           MOVE WS-TER-UF      (WS-IDX-TER) TO WS-FX-UF
           MOVE WS-TER-CEP-INI (WS-IDX-TER) TO WS-FX-INI
           MOVE WS-TER-CEP-FIM (WS-IDX-TER) TO WS-FX-FIM
           MOVE WS-TER-SUC     (WS-IDX-TER) TO WS-FX-SUC
           .
       PEDE-SUCESSOR-FAIXA-TELA.
           MOVE "SUCESSOR DA FAIXA (ZERO = PADRAO)" TO WS-MENSAG
           DISPLAY SS-CABECALHO
           DISPLAY SS-FAIXA
           ACCEPT  SS-FAIXA
           IF COB-CRT-STATUS = COB-SCR-ESC
              SET CANCELADO TO TRUE
              GO TO PEDE-SUCESSOR-FAIXA-SAI
           END-IF

           IF WS-FX-SUC = ZEROS
              MOVE WS-SUC-PADRAO TO WS-FX-SUC
           END-IF
           IF WS-FX-SUC = ZEROS AND EXEC-LISTA
              GO TO PEDE-SUCESSOR-FAIXA-SAI
           END-IF

           MOVE WS-FX-SUC TO WS-VAL-COD
           PERFORM VALIDA-SUCESSOR THRU VALIDA-SUCESSOR-FIM
           IF WS-MSGERRO NOT = SPACES
              PERFORM MOSTRA-ERRO
              GO TO PEDE-SUCESSOR-FAIXA-TELA
           END-IF

           MOVE WS-FX-SUC TO WS-TER-SUC (WS-IDX-TER)
           .
       PEDE-SUCESSOR-FAIXA-SAI.
           EXIT.

      *-----------------------------------------------------------*
       RESOLVE-SUCESSOR.
      *-----------------------------------------------------------*
      *    Sucessor de um registro pelo CEP (e UF, quando a faixa e
      *    o registro a tem): a faixa do vendedor que sai que contem
      *    o CEP manda; fora de qualquer faixa vale o padrao.
           MOVE WS-SUC-PADRAO TO WS-RES-SUC
           MOVE 'N'           TO WS-RES-ACHOU
           IF WS-RES-CEP = ZEROS
              GO TO RESOLVE-SUCESSOR-SAI
           END-IF

           PERFORM COMPARA-FAIXA
               VARYING WS-IDX-TER FROM 1 BY 1
               UNTIL WS-IDX-TER > WS-QTD-TER OR RES-ACHOU
           .
       RESOLVE-SUCESSOR-SAI.
           EXIT.

      *-----------------------------------------------------------*
       COMPARA-FAIXA.
      *-----------------------------------------------------------*
           IF WS-RES-CEP NOT < WS-TER-CEP-INI (WS-IDX-TER)
              AND WS-RES-CEP NOT > WS-TER-CEP-FIM (WS-IDX-TER)
              AND (WS-TER-UF (WS-IDX-TER) = SPACES
                   OR WS-RES-UF = SPACES
                   OR WS-TER-UF (WS-IDX-TER) = WS-RES-UF)
              MOVE WS-TER-SUC (WS-IDX-TER) TO WS-RES-SUC
              SET RES-ACHOU TO TRUE
           END-IF
           .
       COMPARA-FAIXA-FIM.
           EXIT.

      *-----------------------------------------------------------*
       LE-CLIENTE-POR-CODIGO.
      *-----------------------------------------------------------*
      *    Cliente do pedido / visita / campanha (CLI-COD ja
      *    movido): CEP e UF para resolver o sucessor.
           MOVE SPACES TO WS-NOME-CLIENTE WS-RES-UF
           MOVE ZEROS  TO WS-RES-CEP
           READ CLIENTES KEY IS CLI-COD
                INVALID KEY
                   GO TO LE-CLIENTE-POR-CODIGO-SAI
           END-READ
           MOVE CLI-NOME TO WS-NOME-CLIENTE
           MOVE CLI-CEP  TO WS-RES-CEP
           MOVE CLI-UF   TO WS-RES-UF
           .
       LE-CLIENTE-POR-CODIGO-SAI.
           EXIT.

      *-----------------------------------------------------------*
       PROCESSA-TERRITORIO.
      *-----------------------------------------------------------*
           MOVE SPACES TO LINHA-DET
           STRING WS-TER-UF (WS-IDX-TER)      DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  WS-TER-CEP-INI (WS-IDX-TER) DELIMITED BY SIZE
             INTO DET-CHAVE
           END-STRING
           STRING 'ATE O CEP '                DELIMITED BY SIZE
                  WS-TER-CEP-FIM (WS-IDX-TER) DELIMITED BY SIZE
             INTO DET-NOME
           END-STRING
           MOVE WS-TER-SUC (WS-IDX-TER) TO WS-RES-SUC DET-SUC
           MOVE WS-ACAO-PADRAO          TO DET-ACAO
           MOVE ZEROS                   TO DET-VALOR DET-COMIS

           IF EXEC-TRANSFERE
              MOVE WS-TER-UF (WS-IDX-TER)      TO TER-UF
              MOVE WS-TER-CEP-INI (WS-IDX-TER) TO TER-CEP-INI
              SET GRAVOU-OK TO TRUE
              READ TERRIT KEY IS TER-KEY
                   INVALID KEY
                      SET GRAVOU-ERRO TO TRUE
                   NOT INVALID KEY
                      MOVE WS-RES-SUC TO TER-CODV
                      REWRITE TERRIT-TER
                           INVALID KEY
                              SET GRAVOU-ERRO TO TRUE
                      END-REWRITE
              END-READ
              IF GRAVOU-ERRO
                 ADD 1 TO WS-QTD-ERRO
                 MOVE 'ERRO NA GRAVACAO' TO DET-ACAO
              ELSE
                 MOVE SPACES TO LINHA-AUDITORIA
                 STRING 'TER' TER-UF TER-CEP-INI DELIMITED BY SIZE
                   INTO AUD-CHAVE
                 END-STRING
                 MOVE 'VENDEDOR' TO AUD-CAMPO
                 PERFORM GRAVA-AUDITORIA
              END-IF
           END-IF

           ADD 1 TO WS-QTD-TOTAL
           PERFORM IMP-DETALHE
           .
       PROCESSA-TERRITORIO-SAI.
           EXIT.

      *-----------------------------------------------------------*
       PROCESSA-CLIENTES.
      *-----------------------------------------------------------*
      *    CLI-VEND nao e' chave: a varredura pela chave primaria
      *    pode regravar o cliente no lugar.
           MOVE LOW-VALUES TO CLIENTES-CLI
           START CLIENTES KEY NOT LESS THAN CLI-KEY
                 INVALID KEY
                    GO TO PROCESSA-CLIENTES-SAI
           END-START

           PERFORM MOVE-UM-CLIENTE
              THRU MOVE-UM-CLIENTE-SAI UNTIL FSC-FIM-REG
           MOVE ZEROS TO CLI-STAT
           .
       PROCESSA-CLIENTES-SAI.
           EXIT.

      *-----------------------------------------------------------*
       MOVE-UM-CLIENTE.
      *-----------------------------------------------------------*
           READ CLIENTES NEXT AT END
                GO TO MOVE-UM-CLIENTE-SAI
           END-READ

           IF CLI-VEND NOT = WS-VEND-ORIGEM
              GO TO MOVE-UM-CLIENTE-SAI
           END-IF

           MOVE CLI-CEP TO WS-RES-CEP
           MOVE CLI-UF  TO WS-RES-UF
           PERFORM RESOLVE-SUCESSOR THRU RESOLVE-SUCESSOR-SAI

           ADD 1 TO WS-QTD-CLI WS-QTD-TOTAL

           MOVE SPACES  TO LINHA-DET
           MOVE CLI-COD TO DET-CHAVE
           MOVE CLI-NOME TO DET-NOME
           STRING CLI-UF ' ' CLI-CEP DELIMITED BY SIZE
             INTO DET-INFO
           END-STRING
           MOVE ZEROS          TO DET-VALOR DET-COMIS
           MOVE WS-RES-SUC     TO DET-SUC
           MOVE WS-ACAO-PADRAO TO DET-ACAO
      *    O cliente travado tambem vai: a trava prendia o cliente
      *    ao vendedor que saiu e passa a prender ao sucessor.
           IF VEND-TRAVADO
              ADD 1 TO WS-QTD-TRAVADOS
              MOVE 'TRAVADO' TO DET-OBS
           END-IF

           IF EXEC-TRANSFERE
              MOVE WS-RES-SUC TO CLI-VEND
              ACCEPT CLI-DT-ALTERACAO FROM DATE YYYYMMDD
              REWRITE CLIENTES-CLI
                   INVALID KEY
                      ADD 1 TO WS-QTD-ERRO
                      MOVE 'ERRO NA GRAVACAO' TO DET-ACAO
                      PERFORM IMP-DETALHE
                      GO TO MOVE-UM-CLIENTE-SAI
              END-REWRITE

              MOVE SPACES     TO LINHA-AUDITORIA
              MOVE CLI-CNPJ   TO AUD-CHAVE
              MOVE 'VENDEDOR' TO AUD-CAMPO
              PERFORM GRAVA-AUDITORIA

              PERFORM ATUALIZA-DISTRIB THRU ATUALIZA-DISTRIB-FIM
           END-IF

           PERFORM IMP-DETALHE
           .
       MOVE-UM-CLIENTE-SAI.
           EXIT.

      *-----------------------------------------------------------*
       ATUALIZA-DISTRIB.
      *-----------------------------------------------------------*
      *    Mesmo acerto do PROG17: troca o vendedor na linha do
      *    DISTRIB.ARQ sem recalcular a distancia.
           IF NOT TEM-DISTRIB
              GO TO ATUALIZA-DISTRIB-FIM
           END-IF

           MOVE CLI-COD TO DIS-CODC
           READ DISTRIB
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   MOVE WS-RES-SUC TO DIS-CODV
                   REWRITE DISTRIB-DIS
                        INVALID KEY
                           ADD 1 TO WS-QTD-ERRO
                           MOVE 'ERRO NO DISTRIB' TO DET-OBS
                   END-REWRITE
           END-READ
           .
       ATUALIZA-DISTRIB-FIM.
           EXIT.

      *-----------------------------------------------------------*
       PROCESSA-PEDIDOS.
      *-----------------------------------------------------------*
           MOVE ZEROS TO WS-QTD-TAB-PED

           MOVE WS-VEND-ORIGEM TO PED-CODV
           START PEDIDOS KEY NOT LESS THAN PED-CODV
                 INVALID KEY
                    GO TO PROCESSA-PEDIDOS-SAI
           END-START

           PERFORM COLETA-UM-PEDIDO
              THRU COLETA-UM-PEDIDO-SAI UNTIL FSP-FIM-REG
           MOVE ZEROS TO PED-STAT

           PERFORM MOVE-UM-PEDIDO THRU MOVE-UM-PEDIDO-SAI
               VARYING WS-IDX-PED FROM 1 BY 1
               UNTIL WS-IDX-PED > WS-QTD-TAB-PED
           .
       PROCESSA-PEDIDOS-SAI.
           EXIT.

      *-----------------------------------------------------------*
       COLETA-UM-PEDIDO.
      *-----------------------------------------------------------*
           READ PEDIDOS NEXT AT END
                GO TO COLETA-UM-PEDIDO-SAI
           END-READ

           IF PED-CODV NOT = WS-VEND-ORIGEM
              MOVE 10 TO PED-STAT
              GO TO COLETA-UM-PEDIDO-SAI
           END-IF

           IF NOT PED-ABERTO AND NOT PED-PENDENTE
              GO TO COLETA-UM-PEDIDO-SAI
           END-IF

           IF WS-QTD-TAB-PED = 2000
              SET LIMITE-ATINGIDO TO TRUE
              MOVE 10 TO PED-STAT
              GO TO COLETA-UM-PEDIDO-SAI
           END-IF

           ADD 1 TO WS-QTD-TAB-PED
           MOVE PED-NUMERO TO WS-PED-NUM (WS-QTD-TAB-PED)
           .
       COLETA-UM-PEDIDO-SAI.
           EXIT.

      *-----------------------------------------------------------*
       MOVE-UM-PEDIDO.
      *-----------------------------------------------------------*
           MOVE WS-PED-NUM (WS-IDX-PED) TO PED-NUMERO
           READ PEDIDOS KEY IS PED-KEY
                INVALID KEY
                   GO TO MOVE-UM-PEDIDO-SAI
           END-READ

      *    O pedido segue o cliente: mesmo sucessor pelo CEP dele.
           MOVE PED-CODC TO CLI-COD
           PERFORM LE-CLIENTE-POR-CODIGO
              THRU LE-CLIENTE-POR-CODIGO-SAI
           PERFORM RESOLVE-SUCESSOR THRU RESOLVE-SUCESSOR-SAI

           ADD 1 TO WS-QTD-PED WS-QTD-TOTAL

           MOVE SPACES          TO LINHA-DET
           MOVE PED-NUMERO      TO DET-CHAVE
           MOVE WS-NOME-CLIENTE TO DET-NOME
           STRING PED-DATA (7:2) '/' PED-DATA (5:2) '/'
                  PED-DATA (1:4) DELIMITED BY SIZE
             INTO DET-INFO
           END-STRING
           MOVE PED-VALOR       TO DET-VALOR
           MOVE ZEROS           TO DET-COMIS
           MOVE WS-RES-SUC      TO DET-SUC
           MOVE WS-ACAO-PADRAO  TO DET-ACAO
           IF PED-PENDENTE
              MOVE 'PENDENTE' TO DET-OBS
           END-IF

           IF EXEC-TRANSFERE
              MOVE WS-RES-SUC TO PED-CODV
              REWRITE PEDIDOS-PED
                   INVALID KEY
                      ADD 1 TO WS-QTD-ERRO
                      MOVE 'ERRO NA GRAVACAO' TO DET-ACAO
                      PERFORM IMP-DETALHE
                      GO TO MOVE-UM-PEDIDO-SAI
              END-REWRITE

      *       Agregado PEDSUM: sai do vendedor antigo, entra no novo.
              MOVE '-'               TO LK-PSM-OPER
              MOVE WS-VEND-ORIGEM    TO LK-PSM-CODV
              MOVE PED-DATA (1:6)    TO LK-PSM-ANOMES
              MOVE PED-SITUACAO      TO LK-PSM-SIT
              MOVE PED-VALOR         TO LK-PSM-VALOR
              CALL "PROG102" USING LK-PEDSUM END-CALL

              MOVE '+'               TO LK-PSM-OPER
              MOVE PED-CODV          TO LK-PSM-CODV
              CALL "PROG102" USING LK-PEDSUM END-CALL

              MOVE SPACES     TO LINHA-AUDITORIA
              MOVE PED-NUMERO TO AUD-CHAVE
              MOVE 'VENDEDOR' TO AUD-CAMPO
              PERFORM GRAVA-AUDITORIA
           END-IF

           PERFORM IMP-DETALHE
           .
       MOVE-UM-PEDIDO-SAI.
           EXIT.

      *-----------------------------------------------------------*
       PROCESSA-AGENDA.
      *-----------------------------------------------------------*
      *    So as visitas de hoje em diante; as passadas ficam com o
      *    vendedor que saiu, para a conciliacao do PROG65.
           MOVE ZEROS TO WS-QTD-TAB-AGE

           MOVE WS-VEND-ORIGEM TO AGE-CODV
           MOVE ZEROS          TO AGE-CODC AGE-DATA-PLAN
           START AGENDA KEY NOT LESS THAN AGE-KEY
                 INVALID KEY
                    GO TO PROCESSA-AGENDA-SAI
           END-START

           PERFORM COLETA-UMA-VISITA
              THRU COLETA-UMA-VISITA-SAI UNTIL FSG-FIM-REG
           MOVE ZEROS TO AGE-STAT

           PERFORM MOVE-UMA-VISITA THRU MOVE-UMA-VISITA-SAI
               VARYING WS-IDX-AGE FROM 1 BY 1
               UNTIL WS-IDX-AGE > WS-QTD-TAB-AGE
           .
       PROCESSA-AGENDA-SAI.
           EXIT.

      *-----------------------------------------------------------*
       COLETA-UMA-VISITA.
      *-----------------------------------------------------------*
           READ AGENDA NEXT AT END
                GO TO COLETA-UMA-VISITA-SAI
           END-READ

           IF AGE-CODV NOT = WS-VEND-ORIGEM
              MOVE 10 TO AGE-STAT
              GO TO COLETA-UMA-VISITA-SAI
           END-IF

           IF AGE-DATA-PLAN < WS-DATA-HOJE
              GO TO COLETA-UMA-VISITA-SAI
           END-IF

           IF WS-QTD-TAB-AGE = 2000
              SET LIMITE-ATINGIDO TO TRUE
              MOVE 10 TO AGE-STAT
              GO TO COLETA-UMA-VISITA-SAI
           END-IF

           ADD 1 TO WS-QTD-TAB-AGE
           MOVE AGENDA-AGE TO WS-AGE-REG (WS-QTD-TAB-AGE)
           .
       COLETA-UMA-VISITA-SAI.
           EXIT.

      *-----------------------------------------------------------*
       MOVE-UMA-VISITA.
      *-----------------------------------------------------------*
      *    AGE-CODV faz parte da chave: exclui a entrada antiga e
      *    grava a do sucessor. Se o sucessor ja tem o mesmo
      *    cliente na mesma data, fica a entrada dele.
           MOVE WS-AGE-REG (WS-IDX-AGE) TO AGENDA-AGE

           MOVE AGE-CODC TO CLI-COD
           PERFORM LE-CLIENTE-POR-CODIGO
              THRU LE-CLIENTE-POR-CODIGO-SAI
           PERFORM RESOLVE-SUCESSOR THRU RESOLVE-SUCESSOR-SAI

           ADD 1 TO WS-QTD-AGE WS-QTD-TOTAL

           MOVE SPACES          TO LINHA-DET
           MOVE AGE-CODC        TO DET-CHAVE
           MOVE WS-NOME-CLIENTE TO DET-NOME
           STRING AGE-DATA-PLAN (7:2) '/' AGE-DATA-PLAN (5:2) '/'
                  AGE-DATA-PLAN (1:4) DELIMITED BY SIZE
             INTO DET-INFO
           END-STRING
           MOVE ZEROS           TO DET-VALOR DET-COMIS
           MOVE WS-RES-SUC      TO DET-SUC
           MOVE WS-ACAO-PADRAO  TO DET-ACAO

           IF EXEC-LISTA
              PERFORM IMP-DETALHE
              GO TO MOVE-UMA-VISITA-SAI
           END-IF

           DELETE AGENDA
                  INVALID KEY
                     ADD 1 TO WS-QTD-ERRO
                     MOVE 'ERRO NA GRAVACAO' TO DET-ACAO
                     PERFORM IMP-DETALHE
                     GO TO MOVE-UMA-VISITA-SAI
           END-DELETE

           MOVE WS-RES-SUC TO AGE-CODV
           WRITE AGENDA-AGE
                 INVALID KEY
                    ADD 1 TO WS-QTD-AGE-DUP
                    MOVE 'JA NA AGENDA' TO DET-OBS
           END-WRITE

           MOVE SPACES TO LINHA-AUDITORIA
           STRING 'AGE' AGE-CODC DELIMITED BY SIZE INTO AUD-CHAVE
           END-STRING
           STRING 'AGENDA ' AGE-DATA-PLAN DELIMITED BY SIZE
             INTO AUD-CAMPO
           END-STRING
           PERFORM GRAVA-AUDITORIA

           PERFORM IMP-DETALHE
           .
       MOVE-UMA-VISITA-SAI.
           EXIT.

      *-----------------------------------------------------------*
       PROCESSA-PROSPECTS.
      *-----------------------------------------------------------*
           MOVE LOW-VALUES TO PSP-KEY
           START PROSPECT KEY NOT LESS THAN PSP-KEY
                 INVALID KEY
                    GO TO PROCESSA-PROSPECTS-SAI
           END-START

           PERFORM MOVE-UM-PROSPECT
              THRU MOVE-UM-PROSPECT-SAI UNTIL FSS-FIM-REG
           MOVE ZEROS TO PSP-STAT
           .
       PROCESSA-PROSPECTS-SAI.
           EXIT.

      *-----------------------------------------------------------*
       MOVE-UM-PROSPECT.
      *-----------------------------------------------------------*
           READ PROSPECT NEXT AT END
                GO TO MOVE-UM-PROSPECT-SAI
           END-READ

           IF PSP-CODV NOT = WS-VEND-ORIGEM
              GO TO MOVE-UM-PROSPECT-SAI
           END-IF

      *    Ganho ou perdido e' historico do funil (PROG93).
           IF NOT PSP-NOVO AND NOT PSP-EM-CONTATO
              GO TO MOVE-UM-PROSPECT-SAI
           END-IF

      *    Prospect nao tem UF: vale so a faixa de CEP.
           MOVE PSP-CEP TO WS-RES-CEP
           MOVE SPACES  TO WS-RES-UF
           PERFORM RESOLVE-SUCESSOR THRU RESOLVE-SUCESSOR-SAI

           ADD 1 TO WS-QTD-PSP WS-QTD-TOTAL

           MOVE SPACES         TO LINHA-DET
           MOVE PSP-COD        TO DET-CHAVE
           MOVE PSP-NOME       TO DET-NOME
           STRING 'CEP ' PSP-CEP DELIMITED BY SIZE INTO DET-INFO
           END-STRING
           MOVE ZEROS          TO DET-VALOR DET-COMIS
           MOVE WS-RES-SUC     TO DET-SUC
           MOVE WS-ACAO-PADRAO TO DET-ACAO
           IF PSP-NOVO
              MOVE 'NOVO'       TO DET-OBS
           ELSE
              MOVE 'EM CONTATO' TO DET-OBS
           END-IF

           IF EXEC-TRANSFERE
              MOVE WS-RES-SUC TO PSP-CODV
              MOVE WS-DATA-HOJE TO PSP-DT-ALTERACAO
              REWRITE PROSPECT-PSP
                   INVALID KEY
                      ADD 1 TO WS-QTD-ERRO
                      MOVE 'ERRO NA GRAVACAO' TO DET-ACAO
                      PERFORM IMP-DETALHE
                      GO TO MOVE-UM-PROSPECT-SAI
              END-REWRITE

              MOVE SPACES TO LINHA-AUDITORIA
              STRING 'PSP' PSP-COD DELIMITED BY SIZE INTO AUD-CHAVE
              END-STRING
              MOVE 'VENDEDOR' TO AUD-CAMPO
              PERFORM GRAVA-AUDITORIA
           END-IF

           PERFORM IMP-DETALHE
           .
       MOVE-UM-PROSPECT-SAI.
           EXIT.

      *-----------------------------------------------------------*
       PROCESSA-CAMPCLI.
      *-----------------------------------------------------------*
           MOVE LOW-VALUES TO CPC-KEY
           START CAMPCLI KEY NOT LESS THAN CPC-KEY
                 INVALID KEY
                    GO TO PROCESSA-CAMPCLI-SAI
           END-START

           PERFORM MOVE-UM-CAMPCLI
              THRU MOVE-UM-CAMPCLI-SAI UNTIL FSK-FIM-REG
           MOVE ZEROS TO CPC-STAT
           .
       PROCESSA-CAMPCLI-SAI.
           EXIT.

      *-----------------------------------------------------------*
       MOVE-UM-CAMPCLI.
      *-----------------------------------------------------------*
           READ CAMPCLI NEXT AT END
                GO TO MOVE-UM-CAMPCLI-SAI
           END-READ

           IF CPC-CODV NOT = WS-VEND-ORIGEM
              GO TO MOVE-UM-CAMPCLI-SAI
           END-IF

      *    Campanha encerrada fica como foi gerada: a resposta do
      *    PROG122 e' medida sobre o publico original.
           IF TEM-CAMPANHA
              MOVE CPC-CAMPANHA TO CAM-COD
              READ CAMPANHA
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      IF CAM-DT-FIM < WS-DATA-HOJE
                         GO TO MOVE-UM-CAMPCLI-SAI
                      END-IF
              END-READ
           END-IF

           MOVE CPC-CODC TO CLI-COD
           PERFORM LE-CLIENTE-POR-CODIGO
              THRU LE-CLIENTE-POR-CODIGO-SAI
           PERFORM RESOLVE-SUCESSOR THRU RESOLVE-SUCESSOR-SAI

           ADD 1 TO WS-QTD-CPC WS-QTD-TOTAL

           MOVE SPACES          TO LINHA-DET
           MOVE CPC-CODC        TO DET-CHAVE
           MOVE WS-NOME-CLIENTE TO DET-NOME
           STRING 'CAMP ' CPC-CAMPANHA DELIMITED BY SIZE
             INTO DET-INFO
           END-STRING
           MOVE ZEROS           TO DET-VALOR DET-COMIS
           MOVE WS-RES-SUC      TO DET-SUC
           MOVE WS-ACAO-PADRAO  TO DET-ACAO

           IF EXEC-TRANSFERE
              MOVE WS-RES-SUC TO CPC-CODV
              REWRITE CAMPCLI-CPC
                   INVALID KEY
                      ADD 1 TO WS-QTD-ERRO
                      MOVE 'ERRO NA GRAVACAO' TO DET-ACAO
                      PERFORM IMP-DETALHE
                      GO TO MOVE-UM-CAMPCLI-SAI
              END-REWRITE

              MOVE SPACES TO LINHA-AUDITORIA
              STRING 'CPC' CPC-CODC DELIMITED BY SIZE INTO AUD-CHAVE
              END-STRING
              STRING 'CAMPCLI ' CPC-CAMPANHA DELIMITED BY SIZE
                INTO AUD-CAMPO
              END-STRING
              PERFORM GRAVA-AUDITORIA
           END-IF

           PERFORM IMP-DETALHE
           .
       MOVE-UM-CAMPCLI-SAI.
           EXIT.

      *-----------------------------------------------------------*
       ACERTO-FINAL.
      *-----------------------------------------------------------*
      *    Pedidos faturados que continuam do vendedor que saiu e
      *    cuja competencia (PED-DATA) nao tem fechamento em
      *    COMISSAO.ARQ: e' o que falta pagar a ele.
           MOVE WS-VEND-ORIGEM TO PED-CODV
           START PEDIDOS KEY NOT LESS THAN PED-CODV
                 INVALID KEY
                    GO TO ACERTO-FINAL-SAI
           END-START

           PERFORM ACERTO-UM-PEDIDO
              THRU ACERTO-UM-PEDIDO-SAI UNTIL FSP-FIM-REG
           MOVE ZEROS TO PED-STAT
           .
       ACERTO-FINAL-SAI.
           EXIT.

      *-----------------------------------------------------------*
       ACERTO-UM-PEDIDO.
      *-----------------------------------------------------------*
           READ PEDIDOS NEXT AT END
                GO TO ACERTO-UM-PEDIDO-SAI
           END-READ

           IF PED-CODV NOT = WS-VEND-ORIGEM
              MOVE 10 TO PED-STAT
              GO TO ACERTO-UM-PEDIDO-SAI
           END-IF

           IF NOT PED-FATURADO
              GO TO ACERTO-UM-PEDIDO-SAI
           END-IF

           MOVE PED-DATA (1:6) TO WS-ANOMES-PED
           IF TEM-COMISSAO
              MOVE WS-VEND-ORIGEM TO COM-CODV
              MOVE WS-ANOMES-PED  TO COM-ANOMES
              READ COMISSAO
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      GO TO ACERTO-UM-PEDIDO-SAI
              END-READ
           END-IF

           MOVE WS-VEND-ORIGEM TO LK-TX-CODV
           MOVE PED-DATA       TO LK-TX-DATA
           MOVE WS-TAXA-ORIGEM TO LK-TX-TAXA-ATUAL
           CALL "PROG101" USING LK-TAXACOM END-CALL
           COMPUTE WS-VLR-COMIS ROUNDED =
                   PED-VALOR * LK-TX-TAXA / 100

           ADD 1            TO WS-QTD-ACERTO
           ADD PED-VALOR    TO WS-VLR-ACERTO
           ADD WS-VLR-COMIS TO WS-COM-ACERTO

           MOVE PED-CODC TO CLI-COD
           PERFORM LE-CLIENTE-POR-CODIGO
              THRU LE-CLIENTE-POR-CODIGO-SAI

           MOVE SPACES          TO LINHA-DET
           MOVE PED-NUMERO      TO DET-CHAVE
           MOVE WS-NOME-CLIENTE TO DET-NOME
           STRING PED-DATA (7:2) '/' PED-DATA (5:2) '/'
                  PED-DATA (1:4) DELIMITED BY SIZE
             INTO DET-INFO
           END-STRING
           MOVE PED-VALOR       TO DET-VALOR
           MOVE WS-VLR-COMIS    TO DET-COMIS
           MOVE ZEROS           TO DET-SUC
           MOVE 'A PAGAR'       TO DET-ACAO
           STRING 'COMP ' WS-ANOMES-PED DELIMITED BY SIZE
             INTO DET-OBS
           END-STRING

           PERFORM IMP-DETALHE
           .
       ACERTO-UM-PEDIDO-SAI.
           EXIT.

      *-----------------------------------------------------------*
       GRAVA-AUDITORIA.
      *-----------------------------------------------------------*
      *    Chave e campo ja montados pelo chamador; antes/depois e'
      *    sempre vendedor que saiu -> sucessor.
           ACCEPT AUD-DATA FROM DATE YYYYMMDD
           ACCEPT WS-HORA-COMPLETA FROM TIME
           MOVE WS-HORA-COMPLETA (1:6) TO AUD-HORA
           MOVE 'PROG178'             TO AUD-PROGRAMA
           MOVE WS-VEND-ORIGEM        TO AUD-ANTES
           MOVE WS-RES-SUC            TO AUD-DEPOIS
           MOVE LK-IDX-ID             TO AUD-IDEXEC
           MOVE 'G'             TO LK-ACH-OPERACAO
           MOVE LINHA-AUDITORIA TO LK-ACH-LINHA
           CALL "PROG190" USING LK-AUDCHAIN END-CALL
           .
       GRAVA-AUDITORIA-FIM.
           EXIT.

      *-----------------------------------------------------------*
       IMP-DETALHE.
      *-----------------------------------------------------------*
           WRITE RELDESL-REL FROM LINHA-DET AFTER ADVANCING 1 LINE
               AT END-OF-PAGE
                  PERFORM IMP-CABEC
           END-WRITE
           .
       IMP-DETALHE-FIM.
           EXIT.

      *-----------------------------------------------------------*
       IMP-CABEC.
      *-----------------------------------------------------------*
           ADD  01              TO WS-CTPAG
           MOVE WS-CTPAG        TO PAG-REL
           WRITE RELDESL-REL FROM LINHA-CAB0 AFTER ADVANCING PAGE
           WRITE RELDESL-REL FROM LINHA-CAB-VEND
                 AFTER ADVANCING 1 LINE
           WRITE RELDESL-REL FROM LINHA-SECAO AFTER ADVANCING 2 LINES
           WRITE RELDESL-REL FROM LINHA-CAB1 AFTER ADVANCING 1 LINE
           WRITE RELDESL-REL FROM LINHA-CAB2 AFTER ADVANCING 1 LINE
           .
       IMP-CABEC-FIM.
           EXIT.

      *-----------------------------------------------------------*
       IMP-SECAO.
      *-----------------------------------------------------------*
           WRITE RELDESL-REL FROM LINHA-SECAO AFTER ADVANCING 2 LINES
           WRITE RELDESL-REL FROM LINHA-CAB1 AFTER ADVANCING 1 LINE
           WRITE RELDESL-REL FROM LINHA-CAB2 AFTER ADVANCING 1 LINE
           .
       IMP-SECAO-FIM.
           EXIT.

      *-----------------------------------------------------------*
       TOTAIS.
      *-----------------------------------------------------------*
           MOVE 'TOTAIS' TO SEC-TITULO
           WRITE RELDESL-REL FROM LINHA-SECAO AFTER ADVANCING 2 LINES

           MOVE SPACES TO LINHA-TOT
           MOVE 'FAIXAS DE TERRITORIO.......: ' TO TOT-DESCR
           MOVE WS-QTD-TER TO TOT-QTD
           MOVE ZEROS      TO TOT-QTD2
           WRITE RELDESL-REL FROM LINHA-TOT AFTER ADVANCING 1 LINE

           MOVE 'CLIENTES...................: ' TO TOT-DESCR
           MOVE WS-QTD-CLI TO TOT-QTD
           MOVE 'DOS QUAIS TRAVADOS.......: ' TO TOT-COMPL
           MOVE WS-QTD-TRAVADOS TO TOT-QTD2
           WRITE RELDESL-REL FROM LINHA-TOT AFTER ADVANCING 1 LINE

           MOVE 'PEDIDOS EM ABERTO/PENDENTES: ' TO TOT-DESCR
           MOVE WS-QTD-PED TO TOT-QTD
           MOVE SPACES     TO TOT-COMPL
           MOVE ZEROS      TO TOT-QTD2
           WRITE RELDESL-REL FROM LINHA-TOT AFTER ADVANCING 1 LINE

           MOVE 'VISITAS PLANEJADAS.........: ' TO TOT-DESCR
           MOVE WS-QTD-AGE TO TOT-QTD
           MOVE 'JA NA AGENDA DO SUCESSOR.: ' TO TOT-COMPL
           MOVE WS-QTD-AGE-DUP TO TOT-QTD2
           WRITE RELDESL-REL FROM LINHA-TOT AFTER ADVANCING 1 LINE

           MOVE 'PROSPECTS EM ABERTO........: ' TO TOT-DESCR
           MOVE WS-QTD-PSP TO TOT-QTD
           MOVE SPACES     TO TOT-COMPL
           MOVE ZEROS      TO TOT-QTD2
           WRITE RELDESL-REL FROM LINHA-TOT AFTER ADVANCING 1 LINE

           MOVE 'LISTAS DE CAMPANHA.........: ' TO TOT-DESCR
           MOVE WS-QTD-CPC TO TOT-QTD
           WRITE RELDESL-REL FROM LINHA-TOT AFTER ADVANCING 1 LINE

           MOVE 'ERROS DE GRAVACAO..........: ' TO TOT-DESCR
           MOVE WS-QTD-ERRO TO TOT-QTD
           WRITE RELDESL-REL FROM LINHA-TOT AFTER ADVANCING 1 LINE

           MOVE WS-QTD-ACERTO TO TOA-QTD
           MOVE WS-VLR-ACERTO TO TOA-VALOR
           MOVE WS-COM-ACERTO TO TOA-COMIS
           WRITE RELDESL-REL FROM LINHA-TOT-ACERTO
                 AFTER ADVANCING 1 LINE

           IF LIMITE-ATINGIDO
              MOVE 'LIMITE DE TABELA ATINGIDO - RODAR DE NOVO'
                   TO AVI-TEXTO
              WRITE RELDESL-REL FROM LINHA-AVISO
                    AFTER ADVANCING 2 LINES
           END-IF

           DISPLAY 'PROG178: VENDEDOR ' WS-VEND-ORIGEM
                   ' ITENS ' WS-QTD-TOTAL ' ERROS ' WS-QTD-ERRO
                   ' A PAGAR ' WS-QTD-ACERTO
           .
       TOTAIS-FIM.
           EXIT.

      *-----------------------------------------------------------*
       MOSTRA-ERRO.
      *-----------------------------------------------------------*
           IF MODO-BATCH
              DISPLAY 'PROG178: ' WS-MSGERRO
           ELSE
              DISPLAY SS-ERRO
              ACCEPT  SS-ERRO
              DISPLAY SS-STATUS
           END-IF
           .
       MOSTRA-ERRO-FIM.
           EXIT.

      *-----------------------------------------------------------*
       MONTA-CAMINHOS.
      *-----------------------------------------------------------*
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
                  'CLIENTES.ARQ'               DELIMITED BY SIZE
             INTO WS-ARQ-CLIENTES
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'DISTRIB.ARQ'                DELIMITED BY SIZE
             INTO WS-ARQ-DISTRIB
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'PEDIDOS.ARQ'                DELIMITED BY SIZE
             INTO WS-ARQ-PEDIDOS
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'TERRITORIO.ARQ'             DELIMITED BY SIZE
             INTO WS-ARQ-TERRIT
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'AGENDA.ARQ'                 DELIMITED BY SIZE
             INTO WS-ARQ-AGENDA
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'PROSPECT.ARQ'               DELIMITED BY SIZE
             INTO WS-ARQ-PROSPECT
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'CAMPCLI.ARQ'                DELIMITED BY SIZE
             INTO WS-ARQ-CAMPCLI
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'CAMPANHA.ARQ'               DELIMITED BY SIZE
             INTO WS-ARQ-CAMPANHA
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'COMISSAO.ARQ'               DELIMITED BY SIZE
             INTO WS-ARQ-COMISSAO
           END-STRING

      *    O relatorio vai para o SPOOL\ com nome datado (PROG35) e
      *    entra no catalogo ao final.
           MOVE 'N'             TO LK-SPL-OPER
           MOVE 'PROG178'       TO LK-SPL-PROGRAMA
           MOVE 'REL-DESL.TXT'  TO LK-SPL-SUFIXO
           CALL "PROG35" USING LK-SPOOL END-CALL
           MOVE LK-SPL-CAMINHO TO WS-ARQ-RELDESL
           .
       MONTA-CAMINHOS-FIM.
           EXIT.

      *-----------------------------------------------------------*
       ABRIR-ARQUIVO.
      *-----------------------------------------------------------*
      *    No modo L tudo abre so para leitura.
           IF EXEC-TRANSFERE
              OPEN I-O CLIENTES
           ELSE
              OPEN INPUT CLIENTES
           END-IF
           IF NOT FSC-OK
              MOVE "ARQUIVO CLIENTES NAO ENCONTRADO" TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
              MOVE 12 TO WS-RETCODE
              PERFORM FINALIZA
           END-IF

           OPEN INPUT VENDEDOR
           IF NOT FSV-OK
              MOVE "ARQUIVO VENDEDOR NAO ENCONTRADO" TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
              MOVE 12 TO WS-RETCODE
              PERFORM FINALIZA
           END-IF

           IF EXEC-TRANSFERE
              OPEN I-O PEDIDOS
           ELSE
              OPEN INPUT PEDIDOS
           END-IF
           IF NOT FSP-OK
              MOVE "ARQUIVO PEDIDOS NAO ENCONTRADO" TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
              MOVE 12 TO WS-RETCODE
              PERFORM FINALIZA
           END-IF

           IF EXEC-TRANSFERE
              OPEN I-O DISTRIB
              OPEN I-O TERRIT
              OPEN I-O AGENDA
              OPEN I-O PROSPECT
              OPEN I-O CAMPCLI
           ELSE
              OPEN INPUT DISTRIB
              OPEN INPUT TERRIT
              OPEN INPUT AGENDA
              OPEN INPUT PROSPECT
              OPEN INPUT CAMPCLI
           END-IF
           IF FSD-OK
              SET TEM-DISTRIB TO TRUE
           END-IF
           IF FST-OK
              SET TEM-TERRIT TO TRUE
           END-IF
           IF FSG-OK
              SET TEM-AGENDA TO TRUE
           END-IF
           IF FSS-OK
              SET TEM-PROSPECT TO TRUE
           END-IF
           IF FSK-OK
              SET TEM-CAMPCLI TO TRUE
           END-IF

           OPEN INPUT CAMPANHA
           IF FSM-OK
              SET TEM-CAMPANHA TO TRUE
           END-IF

           OPEN INPUT COMISSAO
           IF FSO-OK
              SET TEM-COMISSAO TO TRUE
           END-IF

           OPEN OUTPUT RELDESL
           .
       ABRIR-ARQUIVO-FIM.
           EXIT.

      *-----------------------------------------------------------*
        FINALIZA.
      *-----------------------------------------------------------*
           CLOSE CLIENTES VENDEDOR PEDIDOS RELDESL
           IF TEM-DISTRIB
              CLOSE DISTRIB
           END-IF
           IF TEM-TERRIT
              CLOSE TERRIT
           END-IF
           IF TEM-AGENDA
              CLOSE AGENDA
           END-IF
           IF TEM-PROSPECT
              CLOSE PROSPECT
           END-IF
           IF TEM-CAMPCLI
              CLOSE CAMPCLI
           END-IF
           IF TEM-CAMPANHA
              CLOSE CAMPANHA
           END-IF
           IF TEM-COMISSAO
              CLOSE COMISSAO
           END-IF

           MOVE 'L'       TO LK-RUN-OPER
           MOVE 'PROG178' TO LK-RUN-PROGRAMA
           CALL "PROG49" USING LK-RUNCTL END-CALL

           IF CANCELADO
              MOVE "DESLIGAMENTO CANCELADO" TO WS-MSGERRO
              DISPLAY 'PROG178: ' WS-MSGERRO
           END-IF

           MOVE 'R'            TO LK-SPL-OPER
           MOVE 'PROG178'      TO LK-SPL-PROGRAMA
           MOVE SPACES         TO LK-SPL-PARAMS
           STRING 'VEND=' WS-VEND-ORIGEM
                  ' SUC=' WS-SUC-PADRAO
                  ' MODO=' WS-MODO-EXEC DELIMITED BY SIZE
             INTO LK-SPL-PARAMS
           END-STRING
           MOVE WS-QTD-TOTAL   TO LK-SPL-QTDE
           MOVE WS-ARQ-RELDESL TO LK-SPL-CAMINHO
           CALL "PROG35" USING LK-SPOOL END-CALL

           MOVE WS-RETCODE TO RETURN-CODE
           GOBACK.
