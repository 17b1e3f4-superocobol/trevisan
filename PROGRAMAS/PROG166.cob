      ******************************************************************
      * Autor.....: Alexandre Trevisani (PROVA COBOL)
      * Data......: Julho/2019
      * Programa..: PROG166 - Reajuste de Preços em Massa
      * Chamadas..: PROG35 - Spool e Catalogo de Relatorios
      *             PROG58 - Identificador de Execucao
      *             PROG190 - Encadeamento da Trilha de Auditoria
      * Parametros: Em modo batch pela linha de comando, separados
      *             por ';' :
      *             OPER;VIGENCIA;SEL;DE;ATE;TIPO;VALOR;ARRED
      *             OPER.....: P = so previa, A = aplicar
      *             VIGENCIA.: nova data de vigencia (AAAAMMDD)
      *             SEL......: F = faixa de codigos DE a ATE
      *                        L = linha de produto (codigo em DE)
      *                        A = lista em REAJPROD.TXT
      *             TIPO.....: P = percentual, V = valor fixo
      *             VALOR....: percentual ou valor, com sinal e
      *                        virgula decimal (ex.: 8,5  -2,00)
      *             ARRED....: C = centavo, D = dez centavos,
      *                        U = real inteiro, N = final 0,99
      *             Ex.: A;20270101;L;FERR;;P;7,5;D
      * Observação: Agenda um preco novo em PRECO.ARQ, na vigencia
      *             informada, para cada produto ativo da selecao,
      *             no mesmo esquema de vigencia do PROG90 (registro
      *             novo, o anterior fica). O preco base e' o de
      *             maior vigencia anterior a data nova; sobre ele
      *             aplica o percentual ou o valor e o arredondamento
      *             (N = real inteiro mais proximo menos um centavo).
      *             Fica de fora, com a observacao no relatorio, o
      *             produto sem preco anterior, o que ja tem preco
      *             na data nova e o de preco resultante nao
      *             positivo; o que tem vigencia posterior a nova e'
      *             reajustado e marcado. O relatorio (previa) traz
      *             preco antigo, novo e a variacao. Em tela a previa
      *             sai primeiro e a gravacao so e' feita depois de
      *             confirmada (segunda passada); em batch a
      *             operacao 'A' grava na mesma passada. Cada preco
      *             gravado vai para AUDITLOG.TXT.
      * Cod.Retorno (RETURN-CODE):
      *             0 = processamento normal
      *             4 = nenhum preco a reajustar
      *            12 = parametro invalido ou arquivo ausente
      * Historico.:
      *   2026 mnt - Programa novo.
      *   2026 mnt - Linhas de AUDITLOG.TXT gravadas pelo PROG190,
      *              encadeadas (sequencia, resumo e elo com a
      *              linha anterior) para a conferencia do PROG191;
      *              o programa nao abre mais o arquivo.
      ******************************************************************
       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         PROG166.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SPECIAL-NAMES.      DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.

       SELECT PRECO ASSIGN TO WS-ARQ-PRECO
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              FILE STATUS  IS PRE-STAT
              RECORD KEY   IS PRE-KEY.

       SELECT PRODUTO ASSIGN TO WS-ARQ-PRODUTO
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              FILE STATUS  IS PRO-STAT
              RECORD KEY   IS PRO-KEY.

       SELECT REAJPROD ASSIGN TO WS-ARQ-REAJPROD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS  IS RJP-STAT.

       SELECT RELREAJ ASSIGN TO WS-ARQ-RELREAJ
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS  IS REL-STAT.

       DATA            DIVISION.
       FILE            SECTION.

       COPY FD_PRECO.

       COPY FD_PRODUTO.

       COPY FD_REAJPROD.

       FD RELREAJ
           LINAGE IS 55 LINES
           WITH FOOTING AT 51
           LINES AT TOP 3
           LINES AT BOTTOM 2.

       01 RELREAJ-REL.
          05 REL-IMP        PIC X(120).

       WORKING-STORAGE SECTION.

       77 WS-DIR-DADOS       PIC X(50) VALUE SPACES.
       77 WS-ARQ-PRECO       PIC X(70) VALUE SPACES.
       77 WS-ARQ-PRODUTO     PIC X(70) VALUE SPACES.
       77 WS-ARQ-REAJPROD    PIC X(70) VALUE SPACES.
       77 WS-ARQ-RELREAJ     PIC X(90) VALUE SPACES.

       77 PRE-STAT          PIC 9(02).
           88 FSPE-OK       VALUE ZEROS.
           88 FSPE-FIM-REG  VALUE 10.
           88 FSPE-NAO-EXISTE VALUE 35.

       77 PRO-STAT          PIC 9(02).
           88 FSPR-OK       VALUE ZEROS.
           88 FSPR-FIM-REG  VALUE 10.
           88 FSPR-NAO-EXISTE VALUE 35.

       77 RJP-STAT          PIC 9(02).
           88 FSRJ-OK       VALUE ZEROS.
           88 FSRJ-FIM-REG  VALUE 10.
           88 FSRJ-NAO-EXISTE VALUE 35.

       77 REL-STAT          PIC 9(02).
           88 FSR-OK        VALUE ZEROS.

       77 WS-SIT-REL        PIC X(01) VALUE 'F'.
           88 REL-ABERTO    VALUE 'A'.
           88 REL-FECHADO   VALUE 'F'.

       77 WS-MODO           PIC X(01) VALUE 'I'.
           88 MODO-INTERATIVO VALUE 'I'.
           88 MODO-BATCH      VALUE 'B'.

       77 WS-PARM           PIC X(80) VALUE SPACES.

      *    Parametros da linha de comando, na ordem do cabecalho.
       01 WS-PRM.
           05 WS-PRM-OPER   PIC X(01) VALUE SPACES.
           05 WS-PRM-DATA   PIC X(08) VALUE SPACES.
           05 WS-PRM-SEL    PIC X(01) VALUE SPACES.
           05 WS-PRM-DE     PIC X(10) VALUE SPACES.
           05 WS-PRM-ATE    PIC X(10) VALUE SPACES.
           05 WS-PRM-TIPO   PIC X(01) VALUE SPACES.
           05 WS-PRM-VALOR  PIC X(12) VALUE SPACES.
           05 WS-PRM-ARRED  PIC X(01) VALUE SPACES.

       77 WS-OPERACAO       PIC X(01) VALUE 'P'.
           88 OPER-PROPOR   VALUES ARE 'P' 'p' SPACE.
           88 OPER-APLICAR  VALUES ARE 'A' 'a'.

       77 WS-DT-NOVA        PIC 9(08) VALUE ZEROS.

       77 WS-SELECAO        PIC X(01) VALUE 'F'.
           88 SEL-FAIXA     VALUES ARE 'F' 'f' SPACE.
           88 SEL-LINHA     VALUES ARE 'L' 'l'.
           88 SEL-ARQUIVO   VALUES ARE 'A' 'a'.
       77 WS-COD-DE         PIC 9(05) VALUE ZEROS.
       77 WS-COD-ATE        PIC 9(05) VALUE ZEROS.
       77 WS-LINHA          PIC X(04) VALUE SPACES.

       77 WS-TIPO           PIC X(01) VALUE 'P'.
           88 TIPO-PERCENTUAL VALUES ARE 'P' 'p' SPACE.
           88 TIPO-VALOR      VALUES ARE 'V' 'v'.
       77 WS-VALOR          PIC S9(05)V99 VALUE ZEROS.

       77 WS-ARRED          PIC X(01) VALUE 'C'.
           88 ARRED-CENTAVO   VALUES ARE 'C' 'c' SPACE.
           88 ARRED-DEZ-CENT  VALUES ARE 'D' 'd'.
           88 ARRED-REAL      VALUES ARE 'U' 'u'.
           88 ARRED-FINAL-99  VALUES ARE 'N' 'n'.
       77 WS-PASSO          PIC 9(01)V99 VALUE 0,01.

       77 WS-FILTRO         PIC X(01) VALUE 'N'.
           88 FILTRO-OK     VALUE 'S'.
           88 FILTRO-ERRO   VALUE 'N'.

       77 WS-CONFIRMA       PIC X(01) VALUE 'N'.
           88 CONFIRMADO    VALUES ARE 'S' 's'.

      *    Passada 1 = previa (imprime e conta); passada 2 = gravacao
      *    confirmada em tela (so grava).
       77 WS-PASSADA        PIC 9(01) VALUE 1.
           88 PASSADA-PREVIA  VALUE 1.
           88 PASSADA-GRAVA   VALUE 2.

       77 WS-RETCODE        PIC 9(02) VALUE ZEROS.
       77 WS-DATA-HOJE      PIC 9(08) VALUE ZEROS.

      *    Situacao do produto na tabela de precos.
       77 WS-PRECO-ANT      PIC 9(07)V99 VALUE ZEROS.
       77 WS-DT-ANT         PIC 9(08) VALUE ZEROS.
       77 WS-AGENDADO       PIC X(01) VALUE 'N'.
           88 JA-AGENDADO   VALUE 'S'.
           88 NAO-AGENDADO  VALUE 'N'.
       77 WS-POSTERIOR      PIC X(01) VALUE 'N'.
           88 TEM-POSTERIOR VALUE 'S'.
           88 SEM-POSTERIOR VALUE 'N'.

       77 WS-CALC           PIC S9(09)V9(04) VALUE ZEROS.
       77 WS-AUX-INT        PIC S9(13) VALUE ZEROS.
       77 WS-NOVO-CALC      PIC S9(09)V99 VALUE ZEROS.
       77 WS-PRECO-NOVO     PIC 9(07)V99 VALUE ZEROS.
       77 WS-VARIACAO       PIC S9(09)V99 VALUE ZEROS.
       77 WS-VAR-PCT        PIC S9(05)V99 VALUE ZEROS.
       77 WS-NOTA           PIC X(18) VALUE SPACES.
       77 WS-EDITA-PRECO    PIC Z.ZZZ.ZZ9,99.

       77 WS-QTD-REAJ       PIC 9(05) VALUE ZEROS.
       77 WS-QTD-IGNOR      PIC 9(05) VALUE ZEROS.
       77 WS-QTD-GRAVADOS   PIC 9(05) VALUE ZEROS.
       77 WS-TOT-ANT        PIC 9(11)V99 VALUE ZEROS.
       77 WS-TOT-NOVO       PIC 9(11)V99 VALUE ZEROS.

       77 WS-CTPAG          PIC 9(03) VALUE ZEROS.
       01 WS-HORA-COMPLETA  PIC 9(08) VALUE ZEROS.

       01 LINHA-CAB0.
           05 FILLER        PIC X(028) VALUE
           'REAJUSTE DE PRECOS EM MASSA'.
           05 CAB-OPER      PIC X(032) VALUE SPACES.
           05 FILLER        PIC X(09) VALUE 'PAGINA : '.
           05 PAG-REL       PIC ZZ9.

       01 LINHA-CAB-PARM.
           05 FILLER        PIC X(15) VALUE 'NOVA VIGENCIA: '.
           05 CAB-DT-NOVA   PIC 9(08).
           05 FILLER        PIC X(11) VALUE '  SELECAO: '.
           05 CAB-SELECAO   PIC X(24).
           05 FILLER        PIC X(12) VALUE '  REAJUSTE: '.
           05 CAB-VALOR     PIC -ZZ.ZZ9,99.
           05 FILLER        PIC X(01) VALUE SPACE.
           05 CAB-TIPO      PIC X(01).
           05 FILLER        PIC X(10) VALUE '  ARRED.: '.
           05 CAB-ARRED     PIC X(01).

       01 LINHA-CAB1.
           05 FILLER        PIC X(007)  VALUE 'PROD.'.
           05 FILLER        PIC X(027)  VALUE 'DESCRICAO'.
           05 FILLER        PIC X(010)  VALUE 'VIG.ANT.'.
           05 FILLER        PIC X(014)  VALUE '  PRECO ANT.'.
           05 FILLER        PIC X(014)  VALUE '  PRECO NOVO'.
           05 FILLER        PIC X(015)  VALUE '     VARIACAO'.
           05 FILLER        PIC X(009)  VALUE '  VAR.%'.
           05 FILLER        PIC X(018)  VALUE 'OBSERVACAO'.

       01 LINHA-CAB2.
           05 FILLER        PIC X(007)  VALUE '====='.
           05 FILLER        PIC X(027)  VALUE '========='.
           05 FILLER        PIC X(010)  VALUE '========'.
           05 FILLER        PIC X(014)  VALUE '  =========='.
           05 FILLER        PIC X(014)  VALUE '  =========='.
           05 FILLER        PIC X(015)  VALUE '     ========'.
           05 FILLER        PIC X(009)  VALUE '  ====='.
           05 FILLER        PIC X(018)  VALUE '=========='.

       01 LINHA-DET.
           05 REL-PROD      PIC 9(005).
           05 FILLER        PIC X(002)  VALUE SPACES.
           05 REL-DESCRICAO PIC X(025).
           05 FILLER        PIC X(002)  VALUE SPACES.
           05 REL-DT-ANT    PIC 9(008)  BLANK WHEN ZERO.
           05 FILLER        PIC X(002)  VALUE SPACES.
           05 REL-PRECO-ANT PIC Z.ZZZ.ZZ9,99 BLANK WHEN ZERO.
           05 FILLER        PIC X(002)  VALUE SPACES.
           05 REL-PRECO-NOVO PIC Z.ZZZ.ZZ9,99.
           05 FILLER        PIC X(002)  VALUE SPACES.
           05 REL-VARIACAO  PIC -Z.ZZZ.ZZ9,99.
           05 FILLER        PIC X(002)  VALUE SPACES.
           05 REL-VAR-PCT   PIC -ZZ9,99.
           05 FILLER        PIC X(002)  VALUE SPACES.
           05 REL-NOTA      PIC X(018).

      *    Produto fora do reajuste: so o preco antigo e o motivo.
       01 LINHA-IGN.
           05 IGN-PROD      PIC 9(005).
           05 FILLER        PIC X(002)  VALUE SPACES.
           05 IGN-DESCRICAO PIC X(025).
           05 FILLER        PIC X(002)  VALUE SPACES.
           05 IGN-DT-ANT    PIC 9(008)  BLANK WHEN ZERO.
           05 FILLER        PIC X(002)  VALUE SPACES.
           05 IGN-PRECO-ANT PIC Z.ZZZ.ZZ9,99 BLANK WHEN ZERO.
           05 FILLER        PIC X(038)  VALUE SPACES.
           05 IGN-NOTA      PIC X(018).

       01 LINHA-TOTAIS.
           05 FILLER        PIC X(12) VALUE 'REAJUSTADOS:'.
           05 TOT-REAJ      PIC ZZZZ9.
           05 FILLER        PIC X(14) VALUE '  IGNORADOS: '.
           05 TOT-IGNOR     PIC ZZZZ9.
           05 FILLER        PIC X(17) VALUE '  SOMA ANTERIOR: '.
           05 TOT-ANT       PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER        PIC X(13) VALUE '  SOMA NOVA: '.
           05 TOT-NOVO      PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       01 LINHA-GRAVADOS.
           05 FILLER        PIC X(31) VALUE
              'PRECOS GRAVADOS EM PRECO.ARQ : '.
           05 TOT-GRAVADOS  PIC ZZZZ9.

       01 LINHA-PREVIA.
           05 FILLER        PIC X(60) VALUE
              'PREVIA - NENHUM PRECO GRAVADO NESTA EMISSAO'.

       01 LINHA-BRANCO      PIC X(100) VALUE SPACES.

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

       77 WS-NUML           PIC 999.
       77 WS-NUMC           PIC 999.
       77 COR-FUNDO         PIC 9 VALUE 1.
       77 COR-FRENTE        PIC 9 VALUE 6.
       77 WS-STATUS         PIC X(40).
       77 WS-MSGERRO        PIC X(80).

       77 WS-ERRO           PIC X.
           88 E-SIM         VALUES ARE "S".
           88 E-NAO         VALUES ARE "N".

       COPY screenio.

       SCREEN SECTION.
       01 SS-CLS.
           05 SS-FILLER.
               10 BLANK SCREEN.
               10 LINE 01 COLUMN 01 ERASE EOL
                  BACKGROUND-COLOR COR-FUNDO.
               10 LINE WS-NUML COLUMN 01 ERASE EOL
                  BACKGROUND-COLOR COR-FUNDO.
           05 SS-STATUS.
               10 LINE WS-NUML COLUMN 2 ERASE EOL PIC X(30)
                  FROM WS-STATUS HIGHLIGHT
                  FOREGROUND-COLOR COR-FRENTE
                  BACKGROUND-COLOR COR-FUNDO.

       01 SS-FILTRO FOREGROUND-COLOR 2.
           05 LINE 04 COLUMN 12 VALUE
              "NOVA VIGENCIA (AAAAMMDD)..................:".
           05 COLUMN PLUS 2 PIC 9(08) USING WS-DT-NOVA
              BLANK WHEN ZEROS.
           05 LINE 06 COLUMN 12 VALUE
              "SELECAO: F=FAIXA  L=LINHA  A=REAJPROD.TXT.:".
           05 COLUMN PLUS 2 PIC X(01) USING WS-SELECAO.
           05 LINE 07 COLUMN 14 VALUE
              "FAIXA DE CODIGOS.......... DE:".
           05 COLUMN PLUS 2 PIC 9(05) USING WS-COD-DE
              BLANK WHEN ZEROS.
           05 COLUMN PLUS 2 VALUE "ATE:".
           05 COLUMN PLUS 2 PIC 9(05) USING WS-COD-ATE
              BLANK WHEN ZEROS.
           05 LINE 08 COLUMN 14 VALUE
              "LINHA DE PRODUTO..............:".
           05 COLUMN PLUS 2 PIC X(04) USING WS-LINHA.
           05 LINE 10 COLUMN 12 VALUE
              "REAJUSTE: P=PERCENTUAL  V=VALOR FIXO......:".
           05 COLUMN PLUS 2 PIC X(01) USING WS-TIPO.
           05 LINE 11 COLUMN 14 VALUE
              "PERCENTUAL OU VALOR (+/-).....:".
           05 COLUMN PLUS 2 PIC X(12) USING WS-PRM-VALOR.
           05 LINE 13 COLUMN 12 VALUE
              "ARREDONDAR: C=0,01 D=0,10 U=1,00 N=FINAL 0,99:".
           05 COLUMN PLUS 2 PIC X(01) USING WS-ARRED.

       01 SS-CONFIRMA FOREGROUND-COLOR 6.
           05 LINE 16 COLUMN 12 VALUE "PRODUTOS A REAJUSTAR:".
           05 COLUMN PLUS 2 PIC ZZZZ9 FROM WS-QTD-REAJ.
           05 COLUMN PLUS 3 VALUE "IGNORADOS:".
           05 COLUMN PLUS 2 PIC ZZZZ9 FROM WS-QTD-IGNOR.
           05 LINE 17 COLUMN 12 VALUE "PREVIA EM:".
           05 COLUMN PLUS 2 PIC X(60) FROM WS-ARQ-RELREAJ.
           05 LINE 19 COLUMN 12 VALUE
              "CONFIRMA A GRAVACAO DOS NOVOS PRECOS (S/N):".
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
           MOVE 'PROG166' TO LK-IDX-PROGRAMA
           CALL "PROG58" USING LK-IDEXEC END-CALL
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           ACCEPT WS-PARM FROM COMMAND-LINE
           IF WS-PARM NOT = SPACES
              SET MODO-BATCH TO TRUE
              PERFORM SEPARA-PARAMETROS
           END-IF

           IF MODO-INTERATIVO
              DISPLAY SS-CLS
              MOVE "ESC PARA ENCERRAR" TO WS-STATUS
              DISPLAY SS-STATUS
              PERFORM ACEITA-FILTRO UNTIL FILTRO-OK
           ELSE
              PERFORM VALIDA-PARAMETROS THRU VALIDA-PARAMETROS-FIM
              IF FILTRO-ERRO
                 DISPLAY 'PROG166: ' WS-MSGERRO
                 MOVE 12 TO WS-RETCODE
                 MOVE WS-RETCODE TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF

           PERFORM ABRIR-ARQUIVO

           PERFORM IMP-CABEC

           SET PASSADA-PREVIA TO TRUE
           PERFORM PROCESSA-SELECAO THRU PROCESSA-SELECAO-FIM

           IF WS-QTD-REAJ = ZEROS
              MOVE 04 TO WS-RETCODE
              DISPLAY 'PROG166: NENHUM PRECO A REAJUSTAR'
           END-IF

           PERFORM TOTAIS

      *    Em tela a gravacao e' uma segunda passada, so depois de
      *    conferida a previa (relatorio ja fechado).
           IF MODO-INTERATIVO AND WS-QTD-REAJ > ZEROS
              PERFORM CONFIRMA-GRAVACAO
              IF CONFIRMADO
                 SET OPER-APLICAR   TO TRUE
                 SET PASSADA-GRAVA  TO TRUE
                 PERFORM PROCESSA-SELECAO THRU PROCESSA-SELECAO-FIM
                 MOVE SPACES TO WS-MSGERRO
                 MOVE WS-QTD-GRAVADOS TO TOT-GRAVADOS
                 STRING 'PRECOS GRAVADOS: ' TOT-GRAVADOS
                        DELIMITED BY SIZE INTO WS-MSGERRO
                 END-STRING
              ELSE
                 MOVE 'REAJUSTE NAO CONFIRMADO - NADA FOI GRAVADO'
                   TO WS-MSGERRO
              END-IF
              DISPLAY 'PROG166: ' WS-MSGERRO
              PERFORM MOSTRA-ERRO
           END-IF

           PERFORM FINALIZA
           .
       FIM-PROCES.
           EXIT.

      *-----------------------------------------------------------*
       SEPARA-PARAMETROS.
      *-----------------------------------------------------------*
           UNSTRING WS-PARM DELIMITED BY ';'
                    INTO WS-PRM-OPER WS-PRM-DATA WS-PRM-SEL
                         WS-PRM-DE   WS-PRM-ATE  WS-PRM-TIPO
                         WS-PRM-VALOR WS-PRM-ARRED
           END-UNSTRING

           MOVE WS-PRM-OPER  TO WS-OPERACAO
           MOVE WS-PRM-SEL   TO WS-SELECAO
           MOVE WS-PRM-TIPO  TO WS-TIPO
           MOVE WS-PRM-ARRED TO WS-ARRED

           IF WS-PRM-DATA IS NUMERIC
              MOVE WS-PRM-DATA TO WS-DT-NOVA
           END-IF

           IF SEL-LINHA
              MOVE WS-PRM-DE (1:4) TO WS-LINHA
           ELSE
              IF WS-PRM-DE NOT = SPACES
                 MOVE FUNCTION NUMVAL(WS-PRM-DE) TO WS-COD-DE
              END-IF
              IF WS-PRM-ATE NOT = SPACES
                 MOVE FUNCTION NUMVAL(WS-PRM-ATE) TO WS-COD-ATE
              END-IF
           END-IF
           .
       SEPARA-PARAMETROS-FIM.
           EXIT.

      *-----------------------------------------------------------*
       ACEITA-FILTRO.
      *-----------------------------------------------------------*
           DISPLAY SS-FILTRO
           ACCEPT  SS-FILTRO
           IF COB-CRT-STATUS = COB-SCR-ESC
              GOBACK
           END-IF

           PERFORM VALIDA-PARAMETROS THRU VALIDA-PARAMETROS-FIM
           IF FILTRO-ERRO
              PERFORM MOSTRA-ERRO
           END-IF
           .
       ACEITA-FILTRO-FIM.
           EXIT.

      *-----------------------------------------------------------*
       VALIDA-PARAMETROS.
      *-----------------------------------------------------------*
           SET FILTRO-ERRO TO TRUE

           IF NOT OPER-PROPOR AND NOT OPER-APLICAR
              MOVE 'OPERACAO INVALIDA (P OU A)' TO WS-MSGERRO
              GO TO VALIDA-PARAMETROS-FIM
           END-IF

           IF FUNCTION TEST-DATE-YYYYMMDD (WS-DT-NOVA) NOT = ZEROS
              OR WS-DT-NOVA < WS-DATA-HOJE
              MOVE 'NOVA VIGENCIA INVALIDA OU ANTERIOR A HOJE'
                TO WS-MSGERRO
              GO TO VALIDA-PARAMETROS-FIM
           END-IF

           EVALUATE TRUE
               WHEN SEL-FAIXA
                    IF WS-COD-ATE = ZEROS
                       MOVE 99999 TO WS-COD-ATE
                    END-IF
                    IF WS-COD-DE > WS-COD-ATE
                       MOVE 'FAIXA DE CODIGOS INVALIDA' TO WS-MSGERRO
                       GO TO VALIDA-PARAMETROS-FIM
                    END-IF
               WHEN SEL-LINHA
                    IF WS-LINHA = SPACES
                       MOVE 'INFORME A LINHA DE PRODUTO' TO WS-MSGERRO
                       GO TO VALIDA-PARAMETROS-FIM
                    END-IF
               WHEN SEL-ARQUIVO
                    CONTINUE
               WHEN OTHER
                    MOVE 'SELECAO INVALIDA (F, L OU A)' TO WS-MSGERRO
                    GO TO VALIDA-PARAMETROS-FIM
           END-EVALUATE

           IF NOT TIPO-PERCENTUAL AND NOT TIPO-VALOR
              MOVE 'TIPO DE REAJUSTE INVALIDO (P OU V)' TO WS-MSGERRO
              GO TO VALIDA-PARAMETROS-FIM
           END-IF

           MOVE ZEROS TO WS-VALOR
           IF WS-PRM-VALOR NOT = SPACES
              MOVE FUNCTION NUMVAL(WS-PRM-VALOR) TO WS-VALOR
           END-IF
           IF WS-VALOR = ZEROS
              MOVE 'INFORME O PERCENTUAL OU O VALOR DO REAJUSTE'
                TO WS-MSGERRO
              GO TO VALIDA-PARAMETROS-FIM
           END-IF
           IF TIPO-PERCENTUAL AND WS-VALOR NOT > -100
              MOVE 'PERCENTUAL DE REDUCAO DEVE SER MENOR QUE 100'
                TO WS-MSGERRO
              GO TO VALIDA-PARAMETROS-FIM
           END-IF

           EVALUATE TRUE
               WHEN ARRED-CENTAVO
                    MOVE 0,01 TO WS-PASSO
               WHEN ARRED-DEZ-CENT
                    MOVE 0,10 TO WS-PASSO
               WHEN ARRED-REAL
                    MOVE 1,00 TO WS-PASSO
               WHEN ARRED-FINAL-99
                    MOVE 1,00 TO WS-PASSO
               WHEN OTHER
                    MOVE 'ARREDONDAMENTO INVALIDO (C, D, U OU N)'
                      TO WS-MSGERRO
                    GO TO VALIDA-PARAMETROS-FIM
           END-EVALUATE

           SET FILTRO-OK TO TRUE
           .
       VALIDA-PARAMETROS-FIM.
           EXIT.

      *-----------------------------------------------------------*
       CONFIRMA-GRAVACAO.
      *-----------------------------------------------------------*
           MOVE 'N' TO WS-CONFIRMA
           DISPLAY SS-CONFIRMA
           ACCEPT  SS-CONFIRMA
           IF COB-CRT-STATUS = COB-SCR-ESC
              MOVE 'N' TO WS-CONFIRMA
           END-IF
           .
       CONFIRMA-GRAVACAO-FIM.
           EXIT.

      *-----------------------------------------------------------*
       PROCESSA-SELECAO.
      *-----------------------------------------------------------*
           EVALUATE TRUE
               WHEN SEL-FAIXA
                    MOVE WS-COD-DE TO PRO-COD
                    START PRODUTO KEY NOT LESS THAN PRO-KEY
                          INVALID KEY
                             GO TO PROCESSA-SELECAO-FIM
                    END-START
                    PERFORM LE-FAIXA THRU LE-FAIXA-SAI
                       UNTIL FSPR-FIM-REG
               WHEN SEL-LINHA
                    MOVE ZEROS TO PRO-COD
                    START PRODUTO KEY NOT LESS THAN PRO-KEY
                          INVALID KEY
                             GO TO PROCESSA-SELECAO-FIM
                    END-START
                    PERFORM LE-LINHA THRU LE-LINHA-SAI
                       UNTIL FSPR-FIM-REG
               WHEN SEL-ARQUIVO
                    OPEN INPUT REAJPROD
                    PERFORM LE-LISTA THRU LE-LISTA-SAI
                       UNTIL FSRJ-FIM-REG
                    CLOSE REAJPROD
           END-EVALUATE
           MOVE ZEROS TO PRO-STAT
           .
       PROCESSA-SELECAO-FIM.
           EXIT.

      *-----------------------------------------------------------*
       LE-FAIXA.
      *-----------------------------------------------------------*
           READ PRODUTO NEXT AT END
                GO TO LE-FAIXA-SAI
           END-READ

           IF PRO-COD > WS-COD-ATE
              MOVE 10 TO PRO-STAT
              GO TO LE-FAIXA-SAI
           END-IF

           IF PRO-INATIVO
              GO TO LE-FAIXA-SAI
           END-IF

           PERFORM REAJUSTA-PRODUTO THRU REAJUSTA-PRODUTO-FIM
           .
       LE-FAIXA-SAI.
           EXIT.

      *-----------------------------------------------------------*
       LE-LINHA.
      *-----------------------------------------------------------*
      *    PRODUTO nao tem chave pela linha: leitura completa.
           READ PRODUTO NEXT AT END
                GO TO LE-LINHA-SAI
           END-READ

           IF PRO-LINHA NOT = WS-LINHA OR PRO-INATIVO
              GO TO LE-LINHA-SAI
           END-IF

           PERFORM REAJUSTA-PRODUTO THRU REAJUSTA-PRODUTO-FIM
           .
       LE-LINHA-SAI.
           EXIT.

      *-----------------------------------------------------------*
       LE-LISTA.
      *-----------------------------------------------------------*
           READ REAJPROD AT END
                GO TO LE-LISTA-SAI
           END-READ

           IF RJP-PROD IS NOT NUMERIC
              GO TO LE-LISTA-SAI
           END-IF

           MOVE ZEROS    TO WS-PRECO-ANT WS-DT-ANT
           MOVE RJP-PROD TO PRO-COD
           READ PRODUTO
                INVALID KEY
                   MOVE SPACES TO PRO-DESCRICAO
                   MOVE 'NAO CADASTRADO' TO WS-NOTA
                   PERFORM IGNORA-PRODUTO
                   GO TO LE-LISTA-SAI
           END-READ

           IF PRO-INATIVO
              MOVE 'PRODUTO INATIVO' TO WS-NOTA
              PERFORM IGNORA-PRODUTO
              GO TO LE-LISTA-SAI
           END-IF

           PERFORM REAJUSTA-PRODUTO THRU REAJUSTA-PRODUTO-FIM
           .
       LE-LISTA-SAI.
           EXIT.

      *-----------------------------------------------------------*
       REAJUSTA-PRODUTO.
      *-----------------------------------------------------------*
           MOVE ZEROS  TO WS-PRECO-ANT WS-DT-ANT
           MOVE SPACES TO WS-NOTA
           SET NAO-AGENDADO  TO TRUE
           SET SEM-POSTERIOR TO TRUE

           MOVE PRO-COD  TO PRE-PROD
           MOVE ZEROS    TO PRE-DT-VIGENCIA
           START PRECO KEY NOT LESS THAN PRE-KEY
                 INVALID KEY
                    MOVE 10 TO PRE-STAT
           END-START
           PERFORM OLHA-UM-PRECO
              THRU OLHA-UM-PRECO-SAI UNTIL FSPE-FIM-REG
           MOVE ZEROS TO PRE-STAT

           IF WS-DT-ANT = ZEROS
              MOVE 'SEM PRECO ANTERIOR' TO WS-NOTA
              PERFORM IGNORA-PRODUTO
              GO TO REAJUSTA-PRODUTO-FIM
           END-IF

           IF JA-AGENDADO
              MOVE 'PRECO JA AGENDADO' TO WS-NOTA
              PERFORM IGNORA-PRODUTO
              GO TO REAJUSTA-PRODUTO-FIM
           END-IF

           PERFORM CALCULA-PRECO

           IF WS-NOVO-CALC NOT > ZEROS
              OR WS-NOVO-CALC > 9999999,99
              MOVE 'PRECO NOVO INVALIDO' TO WS-NOTA
              PERFORM IGNORA-PRODUTO
              GO TO REAJUSTA-PRODUTO-FIM
           END-IF
           MOVE WS-NOVO-CALC TO WS-PRECO-NOVO

           COMPUTE WS-VARIACAO = WS-PRECO-NOVO - WS-PRECO-ANT
           IF WS-PRECO-ANT = ZEROS
              MOVE ZEROS TO WS-VAR-PCT
           ELSE
              COMPUTE WS-VAR-PCT ROUNDED =
                      WS-VARIACAO * 100 / WS-PRECO-ANT
           END-IF

           IF TEM-POSTERIOR
              MOVE 'VIGENCIA POSTERIOR' TO WS-NOTA
           END-IF

           IF PASSADA-PREVIA
              ADD 1              TO WS-QTD-REAJ
              ADD WS-PRECO-ANT   TO WS-TOT-ANT
              ADD WS-PRECO-NOVO  TO WS-TOT-NOVO
              MOVE PRO-COD       TO REL-PROD
              MOVE PRO-DESCRICAO TO REL-DESCRICAO
              MOVE WS-DT-ANT     TO REL-DT-ANT
              MOVE WS-PRECO-ANT  TO REL-PRECO-ANT
              MOVE WS-PRECO-NOVO TO REL-PRECO-NOVO
              MOVE WS-VARIACAO   TO REL-VARIACAO
              MOVE WS-VAR-PCT    TO REL-VAR-PCT
              MOVE WS-NOTA       TO REL-NOTA
              WRITE RELREAJ-REL FROM LINHA-DET AFTER ADVANCING 1
                    LINE
                  AT END-OF-PAGE
                     PERFORM IMP-CABEC
              END-WRITE
           END-IF

           IF OPER-APLICAR
              PERFORM GRAVA-PRECO THRU GRAVA-PRECO-FIM
           END-IF
           .
       REAJUSTA-PRODUTO-FIM.
           EXIT.

      *-----------------------------------------------------------*
       OLHA-UM-PRECO.
      *-----------------------------------------------------------*
      *    Percorre as vigencias do produto: a ultima anterior a data
      *    nova e' o preco base; para na primeira igual ou posterior.
           READ PRECO NEXT AT END
                GO TO OLHA-UM-PRECO-SAI
           END-READ

           IF PRE-PROD NOT = PRO-COD
              MOVE 10 TO PRE-STAT
              GO TO OLHA-UM-PRECO-SAI
           END-IF

           EVALUATE TRUE
               WHEN PRE-DT-VIGENCIA < WS-DT-NOVA
                    MOVE PRE-VALOR       TO WS-PRECO-ANT
                    MOVE PRE-DT-VIGENCIA TO WS-DT-ANT
               WHEN PRE-DT-VIGENCIA = WS-DT-NOVA
                    SET JA-AGENDADO TO TRUE
                    MOVE 10 TO PRE-STAT
               WHEN OTHER
                    SET TEM-POSTERIOR TO TRUE
                    MOVE 10 TO PRE-STAT
           END-EVALUATE
           .
       OLHA-UM-PRECO-SAI.
           EXIT.

      *-----------------------------------------------------------*
       CALCULA-PRECO.
      *-----------------------------------------------------------*
           IF TIPO-PERCENTUAL
              COMPUTE WS-CALC =
                      WS-PRECO-ANT * (100 + WS-VALOR) / 100
           ELSE
              COMPUTE WS-CALC = WS-PRECO-ANT + WS-VALOR
           END-IF

      *    Arredonda ao multiplo do passo; no final 0,99 o preco vai
      *    ao real inteiro mais proximo menos um centavo.
           COMPUTE WS-AUX-INT ROUNDED = WS-CALC / WS-PASSO
           COMPUTE WS-NOVO-CALC = WS-AUX-INT * WS-PASSO
           IF ARRED-FINAL-99
              SUBTRACT 0,01 FROM WS-NOVO-CALC
           END-IF
           .
       CALCULA-PRECO-FIM.
           EXIT.

      *-----------------------------------------------------------*
       IGNORA-PRODUTO.
      *-----------------------------------------------------------*
           IF PASSADA-GRAVA
              GO TO IGNORA-PRODUTO-FIM
           END-IF

           ADD 1              TO WS-QTD-IGNOR
           MOVE PRO-COD       TO IGN-PROD
           MOVE PRO-DESCRICAO TO IGN-DESCRICAO
           MOVE WS-DT-ANT     TO IGN-DT-ANT
           MOVE WS-PRECO-ANT  TO IGN-PRECO-ANT
           MOVE WS-NOTA       TO IGN-NOTA
           WRITE RELREAJ-REL FROM LINHA-IGN AFTER ADVANCING 1 LINE
               AT END-OF-PAGE
                  PERFORM IMP-CABEC
           END-WRITE
           .
       IGNORA-PRODUTO-FIM.
           EXIT.

      *-----------------------------------------------------------*
       GRAVA-PRECO.
      *-----------------------------------------------------------*
           MOVE PRO-COD       TO PRE-PROD
           MOVE WS-DT-NOVA    TO PRE-DT-VIGENCIA
           MOVE WS-PRECO-NOVO TO PRE-VALOR
           WRITE PRECO-PRE
               INVALID KEY
                  DISPLAY 'PROG166: PRECO JA EXISTE ' PRE-PROD ' '
                          PRE-DT-VIGENCIA
                  GO TO GRAVA-PRECO-FIM
           END-WRITE

           MOVE SPACES                TO LINHA-AUDITORIA
           ACCEPT AUD-DATA FROM DATE YYYYMMDD
           ACCEPT WS-HORA-COMPLETA FROM TIME
           MOVE WS-HORA-COMPLETA (1:6) TO AUD-HORA
           MOVE 'PROG166'             TO AUD-PROGRAMA
           STRING PRE-PROD ' ' PRE-DT-VIGENCIA DELIMITED BY SIZE
             INTO AUD-CHAVE
           END-STRING
           MOVE 'PRE-VALOR'           TO AUD-CAMPO
           MOVE WS-PRECO-ANT          TO WS-EDITA-PRECO
           MOVE WS-EDITA-PRECO        TO AUD-ANTES
           MOVE WS-PRECO-NOVO         TO WS-EDITA-PRECO
           MOVE WS-EDITA-PRECO        TO AUD-DEPOIS
           MOVE LK-IDX-ID             TO AUD-IDEXEC
           MOVE 'G'             TO LK-ACH-OPERACAO
           MOVE LINHA-AUDITORIA TO LK-ACH-LINHA
           CALL "PROG190" USING LK-AUDCHAIN END-CALL

           ADD 1 TO WS-QTD-GRAVADOS
           .
       GRAVA-PRECO-FIM.
           EXIT.

      *-----------------------------------------------------------*
       IMP-CABEC.
      *-----------------------------------------------------------*
           ADD  01              TO WS-CTPAG
           MOVE WS-CTPAG        TO PAG-REL
           IF OPER-APLICAR
              MOVE ' - APLICACAO' TO CAB-OPER
           ELSE
              MOVE ' - PREVIA'    TO CAB-OPER
           END-IF
           MOVE WS-DT-NOVA      TO CAB-DT-NOVA
           MOVE SPACES          TO CAB-SELECAO
           EVALUATE TRUE
               WHEN SEL-FAIXA
                    STRING 'CODIGOS ' WS-COD-DE ' A ' WS-COD-ATE
                           DELIMITED BY SIZE INTO CAB-SELECAO
                    END-STRING
               WHEN SEL-LINHA
                    STRING 'LINHA ' WS-LINHA
                           DELIMITED BY SIZE INTO CAB-SELECAO
                    END-STRING
               WHEN OTHER
                    MOVE 'LISTA REAJPROD.TXT' TO CAB-SELECAO
           END-EVALUATE
           MOVE WS-VALOR        TO CAB-VALOR
           IF TIPO-PERCENTUAL
              MOVE '%'          TO CAB-TIPO
           ELSE
              MOVE '$'          TO CAB-TIPO
           END-IF
           MOVE WS-ARRED        TO CAB-ARRED
           WRITE RELREAJ-REL    FROM LINHA-CAB0 AFTER ADVANCING PAGE
           WRITE RELREAJ-REL    FROM LINHA-CAB-PARM AFTER ADVANCING 1
                 LINE
           WRITE RELREAJ-REL    FROM LINHA-BRANCO AFTER ADVANCING 1
                 LINE
           WRITE RELREAJ-REL    FROM LINHA-CAB1 AFTER ADVANCING 1 LINE
           WRITE RELREAJ-REL    FROM LINHA-CAB2 AFTER ADVANCING 1 LINE
           .
       IMP-CABEC-FIM.
           EXIT.

      *-----------------------------------------------------------*
       TOTAIS.
      *-----------------------------------------------------------*
           MOVE WS-QTD-REAJ      TO TOT-REAJ
           MOVE WS-QTD-IGNOR     TO TOT-IGNOR
           MOVE WS-TOT-ANT       TO TOT-ANT
           MOVE WS-TOT-NOVO      TO TOT-NOVO
           WRITE RELREAJ-REL FROM LINHA-BRANCO AFTER 1
           WRITE RELREAJ-REL FROM LINHA-TOTAIS AFTER 1
           IF OPER-APLICAR
              MOVE WS-QTD-GRAVADOS TO TOT-GRAVADOS
              WRITE RELREAJ-REL FROM LINHA-GRAVADOS AFTER 1
              DISPLAY 'PROG166: ' LINHA-GRAVADOS
           ELSE
              WRITE RELREAJ-REL FROM LINHA-PREVIA AFTER 1
           END-IF

           DISPLAY 'REAJUSTE DE PRECOS - ' LINHA-TOTAIS

           CLOSE RELREAJ
           SET REL-FECHADO TO TRUE
           .
       TOTAIS-FIM.
           EXIT.

      *-----------------------------------------------------------*
       MOSTRA-ERRO.
      *-----------------------------------------------------------*
           DISPLAY SS-ERRO
           ACCEPT  SS-ERRO
           DISPLAY SS-STATUS
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
                  'PRECO.ARQ'                  DELIMITED BY SIZE
             INTO WS-ARQ-PRECO
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'PRODUTO.ARQ'                DELIMITED BY SIZE
             INTO WS-ARQ-PRODUTO
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'REAJPROD.TXT'               DELIMITED BY SIZE
             INTO WS-ARQ-REAJPROD
           END-STRING

      *    O relatorio vai para o SPOOL\ com nome datado (PROG35) e
      *    entra no catalogo ao final.
           MOVE 'N'            TO LK-SPL-OPER
           MOVE 'PROG166'      TO LK-SPL-PROGRAMA
           MOVE 'REL-REAJ.TXT' TO LK-SPL-SUFIXO
           CALL "PROG35" USING LK-SPOOL END-CALL
           MOVE LK-SPL-CAMINHO TO WS-ARQ-RELREAJ
           .
       MONTA-CAMINHOS-FIM.
           EXIT.

      *-----------------------------------------------------------*
       ABRIR-ARQUIVO.
      *-----------------------------------------------------------*
      *    Em tela PRECO ja abre para gravacao: a confirmacao vem
      *    depois da previa, na mesma execucao.
           IF OPER-APLICAR OR MODO-INTERATIVO
              OPEN I-O PRECO
           ELSE
              OPEN INPUT PRECO
           END-IF
           IF FSPE-NAO-EXISTE
              DISPLAY 'ARQUIVO PRECO NAO ENCONTRADO'
              MOVE 12 TO WS-RETCODE
              PERFORM FINALIZA
           END-IF

           OPEN INPUT PRODUTO
           IF FSPR-NAO-EXISTE
              DISPLAY 'ARQUIVO PRODUTO NAO ENCONTRADO'
              MOVE 12 TO WS-RETCODE
              PERFORM FINALIZA
           END-IF

           IF SEL-ARQUIVO
              OPEN INPUT REAJPROD
              IF FSRJ-NAO-EXISTE
                 DISPLAY 'ARQUIVO REAJPROD NAO ENCONTRADO'
                 MOVE 12 TO WS-RETCODE
                 PERFORM FINALIZA
              END-IF
              CLOSE REAJPROD
           END-IF

           OPEN OUTPUT RELREAJ
           SET REL-ABERTO TO TRUE
           .
       ABRIR-ARQUIVO-FIM.
           EXIT.

      *-----------------------------------------------------------*
        FINALIZA.
      *-----------------------------------------------------------*
           CLOSE PRECO PRODUTO
           IF REL-ABERTO
              CLOSE RELREAJ
           END-IF

           MOVE 'R'            TO LK-SPL-OPER
           MOVE 'PROG166'      TO LK-SPL-PROGRAMA
           MOVE SPACES         TO LK-SPL-PARAMS
           STRING 'OPERACAO=' WS-OPERACAO ' VIGENCIA=' WS-DT-NOVA
                  ' SELECAO=' WS-SELECAO DELIMITED BY SIZE
             INTO LK-SPL-PARAMS
           END-STRING
           MOVE WS-QTD-REAJ    TO LK-SPL-QTDE
           MOVE WS-ARQ-RELREAJ TO LK-SPL-CAMINHO
           CALL "PROG35" USING LK-SPOOL END-CALL

           MOVE WS-RETCODE TO RETURN-CODE
           GOBACK.
