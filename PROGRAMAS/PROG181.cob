      ******************************************************************
      * Autor.....: Alexandre Trevisani (PROVA COBOL)
      * Data......: Julho/2019
      * Programa..: PROG181 - Aprovação e Pagamento de Comissão
      * Chamadas..: PROG35 - Spool e Catalogo de Relatorios
      *             PROG58 - Identificador de Execucao
      *             PROG106 - Controle de Sequencia de Intercambio
      * Parametros: Competencia (AAAAMM) e acao (A = aprova, P =
      *             paga); em modo batch pela linha de comando,
      *             formato  AAAAMM;acao
      * Observação: Movimenta a situacao dos fechamentos do PROG67
      *             na competencia, comissao (COMISSAO.ARQ) e
      *             override de supervisor (COMOVER.ARQ):
      *             A - calculado (C) passa a aprovado (A);
      *             P - aprovado (A) passa a pago (P) e vai para o
      *                 arquivo COMPAG.TXT do contas a pagar/folha:
      *                 cabecalho HDR com data, numero sequencial do
      *                 arquivo (PROG106, interface COMPAG) e
      *                 competencia, um DET por pagamento (C =
      *                 comissao, O = override; CPF e nome do
      *                 vendedor, vinculo/regime, bruto, INSS, IRRF,
      *                 ISS e liquido em centavos) e rodape TRL com a
      *                 quantidade e as somas.
      *             Cada registro movimentado e' carimbado com data e
      *             operador (COBOL_OPERADOR); o pago guarda tambem a
      *             sequencia do arquivo que o levou. Fechamento
      *             anterior a retencao na fonte (sem vinculo) e o
      *             override sao pagos pelo bruto, sem retencao.
      *             Nada e' pago sem aprovacao antes; o que ja passou
      *             da etapa sai no relatorio sem ser regravado.
      * Cod.Retorno (RETURN-CODE):
      *             0 = processamento normal
      *             4 = nada a aprovar/pagar na competencia
      *            12 = arquivo ausente, parametro invalido ou erro
      *                 de gravacao
      * Historico.:
      *   2026 mnt - Programa novo.
      ******************************************************************
       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         PROG181.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SPECIAL-NAMES.      DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.

       SELECT COMISSAO ASSIGN TO WS-ARQ-COMISSAO
              ORGANIZATION         IS INDEXED
              ACCESS  MODE         IS DYNAMIC
              FILE STATUS          IS COM-STAT
              RECORD KEY           IS COM-KEY.

       SELECT COMOVER ASSIGN TO WS-ARQ-COMOVER
              ORGANIZATION         IS INDEXED
              ACCESS  MODE         IS DYNAMIC
              FILE STATUS          IS COV-STAT
              RECORD KEY           IS COV-KEY.

       SELECT VENDEDOR ASSIGN TO WS-ARQ-VENDEDOR
              ORGANIZATION         IS INDEXED
              ACCESS  MODE         IS RANDOM
              FILE STATUS          IS VEN-STAT
              ALTERNATE RECORD KEY IS VEN-COD
              ALTERNATE RECORD KEY IS VEN-NOME  WITH DUPLICATES
              LOCK MODE IS MANUAL WITH LOCK ON MULTIPLE RECORDS
              RECORD KEY           IS VEN-KEY.

       SELECT COMPAG ASSIGN TO WS-ARQ-COMPAG
              ORGANIZATION         IS LINE SEQUENTIAL
              FILE STATUS          IS PAG-STAT.

       SELECT RELPAG ASSIGN TO WS-ARQ-RELPAG
              ORGANIZATION         IS LINE SEQUENTIAL
              FILE STATUS          IS REL-STAT.

       DATA            DIVISION.
       FILE            SECTION.

       COPY FD_COMISSAO.

       COPY FD_COMOVER.

       COPY FD_VENDEDOR.

       FD COMPAG.

       01 COMPAG-REG        PIC X(120).

       FD RELPAG
           LINAGE IS 55 LINES
           WITH FOOTING AT 51
           LINES AT TOP 3
           LINES AT BOTTOM 2.

       01 RELPAG-REL.
          05 REL-IMP        PIC X(132).

       WORKING-STORAGE SECTION.

       01 WS-MODULO.
           05 FILLER        PIC X(30) VALUE
              "PROVA COBOL - PAGTO COMISSAO".
           05 FILLER        PIC X(12) VALUE "MENSAGEM :".
           05 WS-MENSAG     PIC X(40) VALUE SPACES.

       77 WS-DIR-DADOS       PIC X(50) VALUE SPACES.
       77 WS-ARQ-COMISSAO    PIC X(70) VALUE SPACES.
       77 WS-ARQ-COMOVER     PIC X(70) VALUE SPACES.
       77 WS-ARQ-VENDEDOR    PIC X(70) VALUE SPACES.
       77 WS-ARQ-COMPAG      PIC X(70) VALUE SPACES.
       77 WS-ARQ-RELPAG      PIC X(90) VALUE SPACES.

       77 COM-STAT          PIC 9(02).
           88 FSM-OK        VALUE ZEROS.
           88 FSM-FIM-REG   VALUE 10.
           88 FSM-NAO-EXISTE VALUE 35.

       77 COV-STAT          PIC 9(02).
           88 FSO-OK        VALUE ZEROS.
           88 FSO-FIM-REG   VALUE 10.
           88 FSO-NAO-EXISTE VALUE 35.

       77 VEN-STAT          PIC 9(02).
           88 FSV-OK        VALUE ZEROS.
           88 FSV-NAO-EXISTE VALUE 35.

       77 PAG-STAT          PIC 9(02).
           88 FSP-OK        VALUE ZEROS.

       77 REL-STAT          PIC 9(02).
           88 FSR-OK        VALUE ZEROS.

      *    Sem COMOVER.ARQ nao ha override a movimentar.
       77 WS-TEM-COMOVER    PIC X(01) VALUE 'N'.
           88 TEM-COMOVER   VALUE 'S'.

       77 WS-MODO           PIC X(01) VALUE 'I'.
           88 MODO-INTERATIVO VALUE 'I'.
           88 MODO-BATCH      VALUE 'B'.

       77 WS-ACAO           PIC X(01) VALUE SPACES.
           88 ACAO-APROVA     VALUES ARE 'A' 'a'.
           88 ACAO-PAGA       VALUES ARE 'P' 'p'.

       77 WS-PARM           PIC X(80) VALUE SPACES.
       77 WS-PRM-ANOMES     PIC X(06) VALUE SPACES.
       77 WS-PRM-ACAO       PIC X(01) VALUE SPACES.

       77 WS-ANOMES         PIC 9(06) VALUE ZEROS.
       77 WS-DATA-HOJE      PIC 9(08) VALUE ZEROS.
       77 WS-OPERADOR-EXEC  PIC X(08) VALUE SPACES.
       77 WS-SEQ-ARQUIVO    PIC 9(04) VALUE ZEROS.

       77 WS-RETCODE        PIC 9(02) VALUE ZEROS.

       77 WS-CANCELADO      PIC X(01) VALUE 'N'.
           88 CANCELADO     VALUE 'S'.

      *    Registro em movimentacao, comissao ou override.
       77 WS-TIPO           PIC X(01) VALUE SPACES.
       77 WS-CODV           PIC 9(05) VALUE ZEROS.
       77 WS-SITUACAO       PIC X(01) VALUE SPACES.
       77 WS-VINCULO        PIC X(01) VALUE SPACES.
       77 WS-REGIME         PIC X(01) VALUE SPACES.
       77 WS-VLR-BRUTO      PIC 9(11)V99 VALUE ZEROS.
       77 WS-VLR-INSS       PIC 9(11)V99 VALUE ZEROS.
       77 WS-VLR-IRRF       PIC 9(11)V99 VALUE ZEROS.
       77 WS-VLR-ISS        PIC 9(11)V99 VALUE ZEROS.
       77 WS-VLR-LIQUIDO    PIC 9(11)V99 VALUE ZEROS.
       77 WS-MOVIMENTA      PIC X(01) VALUE 'N'.
           88 MOVIMENTA     VALUE 'S'.

       77 WS-QTD-LIDOS      PIC 9(05) VALUE ZEROS.
       77 WS-QTD-MOVIDOS    PIC 9(05) VALUE ZEROS.
       77 WS-QTD-IGNORADOS  PIC 9(05) VALUE ZEROS.
       77 WS-TOT-BRUTO      PIC 9(13)V99 VALUE ZEROS.
       77 WS-TOT-RETIDO     PIC 9(13)V99 VALUE ZEROS.
       77 WS-TOT-LIQUIDO    PIC 9(13)V99 VALUE ZEROS.

       77 WS-SOMA-BRUTO-CENT PIC 9(13) VALUE ZEROS.
       77 WS-SOMA-RET-CENT   PIC 9(13) VALUE ZEROS.
       77 WS-SOMA-LIQ-CENT   PIC 9(13) VALUE ZEROS.

       77 WS-CTPAG          PIC 9(03) VALUE ZEROS.

       01 WS-REG-HEADER.
           05 FILLER        PIC X(003) VALUE 'HDR'.
           05 WRH-DATA      PIC 9(008) VALUE ZEROS.
           05 WRH-SEQ       PIC 9(004) VALUE ZEROS.
           05 WRH-ANOMES    PIC 9(006) VALUE ZEROS.
           05 FILLER        PIC X(099) VALUE SPACES.

       01 WS-REG-DETALHE.
           05 FILLER        PIC X(003) VALUE 'DET'.
           05 WRD-TIPO      PIC X(001) VALUE SPACES.
           05 WRD-CODV      PIC 9(005) VALUE ZEROS.
           05 WRD-CPF       PIC 9(011) VALUE ZEROS.
           05 WRD-NOME      PIC X(030) VALUE SPACES.
           05 WRD-ANOMES    PIC 9(006) VALUE ZEROS.
           05 WRD-VINCULO   PIC X(001) VALUE SPACES.
           05 WRD-REGIME    PIC X(001) VALUE SPACES.
           05 WRD-BRUTO     PIC 9(011) VALUE ZEROS.
           05 WRD-INSS      PIC 9(011) VALUE ZEROS.
           05 WRD-IRRF      PIC 9(011) VALUE ZEROS.
           05 WRD-ISS       PIC 9(011) VALUE ZEROS.
           05 WRD-LIQUIDO   PIC 9(011) VALUE ZEROS.
           05 FILLER        PIC X(007) VALUE SPACES.

       01 WS-REG-TRAILER.
           05 FILLER        PIC X(003) VALUE 'TRL'.
           05 WRT-QTD       PIC 9(006) VALUE ZEROS.
           05 WRT-SOMA-BRUTO PIC 9(013) VALUE ZEROS.
           05 WRT-SOMA-RET  PIC 9(013) VALUE ZEROS.
           05 WRT-SOMA-LIQ  PIC 9(013) VALUE ZEROS.
           05 FILLER        PIC X(072) VALUE SPACES.

       01 LINHA-CAB0.
           05 FILLER        PIC X(040) VALUE
           'APROVACAO E PAGAMENTO DE COMISSOES'.
           05 FILLER        PIC X(013) VALUE 'COMPETENCIA: '.
           05 CAB-ANOMES    PIC 9(06).
           05 FILLER        PIC X(008) VALUE '  ACAO: '.
           05 CAB-ACAO      PIC X(30).
           05 FILLER        PIC X(009) VALUE 'PAGINA : '.
           05 PAG-REL       PIC ZZ9.

       01 LINHA-CAB1.
           05 FILLER        PIC X(008) VALUE 'T VEND.'.
           05 FILLER        PIC X(024) VALUE 'NOME'.
           05 FILLER        PIC X(015) VALUE '       BRUTO R$'.
           05 FILLER        PIC X(015) VALUE '          INSS'.
           05 FILLER        PIC X(015) VALUE '          IRRF'.
           05 FILLER        PIC X(015) VALUE '           ISS'.
           05 FILLER        PIC X(015) VALUE '     LIQUIDO R$'.
           05 FILLER        PIC X(002) VALUE SPACES.
           05 FILLER        PIC X(008) VALUE 'SITUACAO'.

       01 LINHA-CAB2.
           05 FILLER        PIC X(132) VALUE ALL '-'.

       01 LINHA-DET.
           05 DET-TIPO      PIC X(01).
           05 FILLER        PIC X(01) VALUE SPACES.
           05 DET-CODV      PIC 9(05).
           05 FILLER        PIC X(01) VALUE SPACES.
           05 DET-NOME      PIC X(23).
           05 FILLER        PIC X(01) VALUE SPACES.
           05 DET-BRUTO     PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER        PIC X(01) VALUE SPACES.
           05 DET-INSS      PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER        PIC X(01) VALUE SPACES.
           05 DET-IRRF      PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER        PIC X(01) VALUE SPACES.
           05 DET-ISS       PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER        PIC X(01) VALUE SPACES.
           05 DET-LIQUIDO   PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER        PIC X(02) VALUE SPACES.
           05 DET-SITUACAO  PIC X(24).

       01 LINHA-TOT.
           05 FILLER        PIC X(30) VALUE
              'LIDOS NA COMPETENCIA........: '.
           05 TOT-LIDOS     PIC ZZZZ9.
           05 FILLER        PIC X(15) VALUE '  MOVIMENTADOS:'.
           05 TOT-MOVIDOS   PIC ZZZZ9.
           05 FILLER        PIC X(15) VALUE '  JA/NAO APTOS:'.
           05 TOT-IGNORADOS PIC ZZZZ9.

       01 LINHA-TOT-VLR.
           05 FILLER        PIC X(30) VALUE
              'MOVIMENTADO - BRUTO R$......: '.
           05 TOT-BRUTO     PIC ZZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER        PIC X(12) VALUE '  RETIDO R$:'.
           05 TOT-RETIDO    PIC ZZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER        PIC X(13) VALUE '  LIQUIDO R$:'.
           05 TOT-LIQUIDO   PIC ZZZZ.ZZZ.ZZZ.ZZ9,99.

       01 LINHA-TOT-ARQ.
           05 FILLER        PIC X(30) VALUE
              'ARQUIVO COMPAG.TXT - SEQ....: '.
           05 TOT-SEQ       PIC 9(04).

       COPY LK_IDEXEC.

       COPY LK_SPOOL.

       COPY LK_INTSEQ.

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

       01 SS-PARAMETROS FOREGROUND-COLOR 2.
           05 LINE 10 COLUMN 12 VALUE
              "COMPETENCIA (AAAAMM)...........:".
           05 COLUMN PLUS 2 PIC 9(06) USING WS-ANOMES
              BLANK WHEN ZEROS.
           05 LINE 12 COLUMN 12 VALUE
              "ACAO (A=APROVA, P=PAGA)........:".
           05 COLUMN PLUS 2 PIC X(01) USING WS-ACAO.

       01 SS-CONFIRMA.
           05 LINE 15 COLUMN 12 PIC X(50) VALUE
              "CONFIRMA A MOVIMENTACAO (S/N) ?".
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
           MOVE 'PROG181' TO LK-IDX-PROGRAMA
           CALL "PROG58" USING LK-IDEXEC END-CALL

           ACCEPT WS-PARM FROM COMMAND-LINE
           IF WS-PARM NOT = SPACES
              SET MODO-BATCH TO TRUE
              UNSTRING WS-PARM DELIMITED BY ';'
                       INTO WS-PRM-ANOMES WS-PRM-ACAO
              END-UNSTRING
              IF WS-PRM-ANOMES NOT = SPACES
                 MOVE FUNCTION NUMVAL(WS-PRM-ANOMES) TO WS-ANOMES
              END-IF
              MOVE WS-PRM-ACAO TO WS-ACAO
           END-IF

           IF MODO-INTERATIVO
              DISPLAY SS-CLS
              MOVE "INFORME A COMPETENCIA E A ACAO" TO WS-MENSAG
              DISPLAY SS-CABECALHO
              MOVE "ESC PARA ENCERRAR" TO WS-STATUS
              DISPLAY SS-STATUS
              ACCEPT  SS-PARAMETROS
              IF COB-CRT-STATUS = COB-SCR-ESC
                 GOBACK
              END-IF
           END-IF

           IF WS-ANOMES (5:2) < '01' OR WS-ANOMES (5:2) > '12'
              OR WS-ANOMES (1:4) < '2000'
              MOVE "COMPETENCIA AAAAMM INVALIDA" TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF

           IF NOT ACAO-APROVA AND NOT ACAO-PAGA
              MOVE "ACAO DEVE SER A (APROVA) OU P (PAGA)" TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           INSPECT WS-ACAO CONVERTING 'ap' TO 'AP'

           IF MODO-INTERATIVO
              MOVE "N" TO WS-CONFIRMA
              DISPLAY SS-CONFIRMA
              ACCEPT  SS-CONFIRMA
              IF NOT CONFIRMA-SIM
                 GOBACK
              END-IF
           END-IF

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           ACCEPT WS-OPERADOR-EXEC FROM ENVIRONMENT 'COBOL_OPERADOR'

           PERFORM ABRIR-ARQUIVO

           IF ACAO-PAGA
              MOVE 'PAGAMENTO (APROVADO -> PAGO)' TO CAB-ACAO
              PERFORM ABRE-INTERFACE
           ELSE
              MOVE 'APROVACAO (CALCULADO -> APROV)' TO CAB-ACAO
           END-IF
           MOVE WS-ANOMES TO CAB-ANOMES
           PERFORM IMP-CABEC

           MOVE LOW-VALUES TO COMISSAO-COM
           START COMISSAO KEY NOT LESS THAN COM-KEY
                 INVALID KEY
                    MOVE 10 TO COM-STAT
           END-START
           PERFORM PROCESSA-COMISSAO
              THRU PROCESSA-COMISSAO-SAI UNTIL FSM-FIM-REG

           IF TEM-COMOVER
              MOVE LOW-VALUES TO COMOVER-COV
              START COMOVER KEY NOT LESS THAN COV-KEY
                    INVALID KEY
                       MOVE 10 TO COV-STAT
              END-START
              PERFORM PROCESSA-OVERRIDE
                 THRU PROCESSA-OVERRIDE-SAI UNTIL FSO-FIM-REG
           END-IF

           IF ACAO-PAGA
              PERFORM FECHA-INTERFACE
           END-IF

           PERFORM TOTAIS

           IF WS-QTD-MOVIDOS = ZEROS
              MOVE 04 TO WS-RETCODE
           END-IF

           PERFORM FINALIZA
           .
       FIM-PROCES.
           EXIT.

      *-----------------------------------------------------------*
       ABRE-INTERFACE.
      *-----------------------------------------------------------*
      *    Sequencia do arquivo, registrada pelo PROG106 para o
      *    contas a pagar/folha barrar duplicidade na importacao.
           MOVE 'COMPAG'   TO LK-INT-INTERFACE
           MOVE SPACES     TO LK-INT-FORCA
           SET LK-INT-GERA TO TRUE
           CALL "PROG106" USING LK-INTSEQ END-CALL
           MOVE LK-INT-SEQ TO WS-SEQ-ARQUIVO

           MOVE WS-DATA-HOJE   TO WRH-DATA
           MOVE WS-SEQ-ARQUIVO TO WRH-SEQ
           MOVE WS-ANOMES      TO WRH-ANOMES
           WRITE COMPAG-REG FROM WS-REG-HEADER
           .
       ABRE-INTERFACE-FIM.
           EXIT.

      *-----------------------------------------------------------*
       FECHA-INTERFACE.
      *-----------------------------------------------------------*
           MOVE WS-QTD-MOVIDOS     TO WRT-QTD
           MOVE WS-SOMA-BRUTO-CENT TO WRT-SOMA-BRUTO
           MOVE WS-SOMA-RET-CENT   TO WRT-SOMA-RET
           MOVE WS-SOMA-LIQ-CENT   TO WRT-SOMA-LIQ
           WRITE COMPAG-REG FROM WS-REG-TRAILER
           .
       FECHA-INTERFACE-FIM.
           EXIT.

      *-----------------------------------------------------------*
       PROCESSA-COMISSAO.
      *-----------------------------------------------------------*
           READ COMISSAO NEXT AT END
                GO TO PROCESSA-COMISSAO-SAI
           END-READ

           IF COM-ANOMES NOT = WS-ANOMES
              GO TO PROCESSA-COMISSAO-SAI
           END-IF

      *    Fechamento anterior a retencao (sem vinculo) paga o bruto.
           MOVE 'C'          TO WS-TIPO
           MOVE COM-CODV     TO WS-CODV
           MOVE COM-SITUACAO TO WS-SITUACAO
           MOVE COM-VINCULO  TO WS-VINCULO
           MOVE COM-REGIME   TO WS-REGIME
           MOVE COM-VALOR    TO WS-VLR-BRUTO
           IF COM-VINCULO = SPACES
              MOVE ZEROS     TO WS-VLR-INSS WS-VLR-IRRF WS-VLR-ISS
              MOVE COM-VALOR TO WS-VLR-LIQUIDO
           ELSE
              MOVE COM-VLR-INSS    TO WS-VLR-INSS
              MOVE COM-VLR-IRRF    TO WS-VLR-IRRF
              MOVE COM-VLR-ISS     TO WS-VLR-ISS
              MOVE COM-VLR-LIQUIDO TO WS-VLR-LIQUIDO
           END-IF

           PERFORM AVALIA-SITUACAO THRU AVALIA-SITUACAO-FIM
           IF NOT MOVIMENTA
              GO TO PROCESSA-COMISSAO-SAI
           END-IF

           IF ACAO-APROVA
              SET COM-APROVADA TO TRUE
              MOVE WS-DATA-HOJE     TO COM-DT-APROVACAO
              MOVE WS-OPERADOR-EXEC TO COM-OPER-APROVACAO
           ELSE
              SET COM-PAGA TO TRUE
              MOVE WS-DATA-HOJE     TO COM-DT-PAGAMENTO
              MOVE WS-OPERADOR-EXEC TO COM-OPER-PAGAMENTO
              MOVE WS-SEQ-ARQUIVO   TO COM-SEQ-PAGAMENTO
           END-IF

           REWRITE COMISSAO-COM
                 INVALID KEY
                   DISPLAY 'PROG181: ERRO GRAVANDO COMISSAO.ARQ FS='
                           COM-STAT
                   MOVE 12 TO WS-RETCODE
                   PERFORM FINALIZA
           END-REWRITE

           PERFORM REGISTRA-MOVIMENTO THRU REGISTRA-MOVIMENTO-FIM
           .
       PROCESSA-COMISSAO-SAI.
           EXIT.

      *-----------------------------------------------------------*
       PROCESSA-OVERRIDE.
      *-----------------------------------------------------------*
           READ COMOVER NEXT AT END
                GO TO PROCESSA-OVERRIDE-SAI
           END-READ

           IF COV-ANOMES NOT = WS-ANOMES
              GO TO PROCESSA-OVERRIDE-SAI
           END-IF

      *    O override e' pago sem retencao na fonte.
           MOVE 'O'          TO WS-TIPO
           MOVE COV-CODV     TO WS-CODV
           MOVE COV-SITUACAO TO WS-SITUACAO
           MOVE SPACES       TO WS-VINCULO WS-REGIME
           MOVE COV-VALOR    TO WS-VLR-BRUTO WS-VLR-LIQUIDO
           MOVE ZEROS        TO WS-VLR-INSS WS-VLR-IRRF WS-VLR-ISS

           PERFORM AVALIA-SITUACAO THRU AVALIA-SITUACAO-FIM
           IF NOT MOVIMENTA
              GO TO PROCESSA-OVERRIDE-SAI
           END-IF

           IF ACAO-APROVA
              SET COV-APROVADO TO TRUE
              MOVE WS-DATA-HOJE     TO COV-DT-APROVACAO
              MOVE WS-OPERADOR-EXEC TO COV-OPER-APROVACAO
           ELSE
              SET COV-PAGO TO TRUE
              MOVE WS-DATA-HOJE     TO COV-DT-PAGAMENTO
              MOVE WS-OPERADOR-EXEC TO COV-OPER-PAGAMENTO
              MOVE WS-SEQ-ARQUIVO   TO COV-SEQ-PAGAMENTO
           END-IF

           REWRITE COMOVER-COV
                 INVALID KEY
                   DISPLAY 'PROG181: ERRO GRAVANDO COMOVER.ARQ FS='
                           COV-STAT
                   MOVE 12 TO WS-RETCODE
                   PERFORM FINALIZA
           END-REWRITE

           PERFORM REGISTRA-MOVIMENTO THRU REGISTRA-MOVIMENTO-FIM
           .
       PROCESSA-OVERRIDE-SAI.
           EXIT.

      *-----------------------------------------------------------*
       AVALIA-SITUACAO.
      *-----------------------------------------------------------*
      *    So anda uma etapa: aprova o calculado, paga o aprovado.
      *    O resto sai no relatorio com o motivo, sem regravar.
           ADD 1 TO WS-QTD-LIDOS
           MOVE 'N' TO WS-MOVIMENTA
           PERFORM LE-VENDEDOR THRU LE-VENDEDOR-FIM

           EVALUATE TRUE
              WHEN ACAO-APROVA AND WS-SITUACAO = 'C'
                 SET MOVIMENTA TO TRUE
                 MOVE 'APROVADO'                TO DET-SITUACAO
              WHEN ACAO-PAGA AND WS-SITUACAO = 'A'
                 SET MOVIMENTA TO TRUE
                 MOVE 'PAGO'                    TO DET-SITUACAO
              WHEN WS-SITUACAO = 'P'
                 MOVE 'JA PAGO'                 TO DET-SITUACAO
              WHEN WS-SITUACAO = 'A'
                 MOVE 'JA APROVADO'             TO DET-SITUACAO
              WHEN OTHER
                 MOVE 'NAO APROVADO - NAO PAGO' TO DET-SITUACAO
           END-EVALUATE

           IF NOT MOVIMENTA
              ADD 1 TO WS-QTD-IGNORADOS
              PERFORM IMP-MOVIMENTO
           END-IF
           .
       AVALIA-SITUACAO-FIM.
           EXIT.

      *-----------------------------------------------------------*
       LE-VENDEDOR.
      *-----------------------------------------------------------*
           MOVE WS-CODV TO VEN-COD
           READ VENDEDOR KEY IS VEN-COD
                INVALID KEY
                   MOVE ZEROS TO VEN-CPF
                   MOVE '** VENDEDOR NAO CADASTRADO' TO VEN-NOME
           END-READ
           .
       LE-VENDEDOR-FIM.
           EXIT.

      *-----------------------------------------------------------*
       REGISTRA-MOVIMENTO.
      *-----------------------------------------------------------*
           ADD 1              TO WS-QTD-MOVIDOS
           ADD WS-VLR-BRUTO   TO WS-TOT-BRUTO
           ADD WS-VLR-INSS WS-VLR-IRRF WS-VLR-ISS TO WS-TOT-RETIDO
           ADD WS-VLR-LIQUIDO TO WS-TOT-LIQUIDO

           IF ACAO-PAGA
              PERFORM GRAVA-DETALHE
           END-IF

           PERFORM IMP-MOVIMENTO
           .
       REGISTRA-MOVIMENTO-FIM.
           EXIT.

      *-----------------------------------------------------------*
       GRAVA-DETALHE.
      *-----------------------------------------------------------*
           MOVE WS-TIPO     TO WRD-TIPO
           MOVE WS-CODV     TO WRD-CODV
           MOVE VEN-CPF     TO WRD-CPF
           MOVE VEN-NOME    TO WRD-NOME
           MOVE WS-ANOMES   TO WRD-ANOMES
           MOVE WS-VINCULO  TO WRD-VINCULO
           MOVE WS-REGIME   TO WRD-REGIME
           COMPUTE WRD-BRUTO   = WS-VLR-BRUTO   * 100
           COMPUTE WRD-INSS    = WS-VLR-INSS    * 100
           COMPUTE WRD-IRRF    = WS-VLR-IRRF    * 100
           COMPUTE WRD-ISS     = WS-VLR-ISS     * 100
           COMPUTE WRD-LIQUIDO = WS-VLR-LIQUIDO * 100
           WRITE COMPAG-REG FROM WS-REG-DETALHE

           ADD WRD-BRUTO   TO WS-SOMA-BRUTO-CENT
           ADD WRD-INSS WRD-IRRF WRD-ISS TO WS-SOMA-RET-CENT
           ADD WRD-LIQUIDO TO WS-SOMA-LIQ-CENT
           .
       GRAVA-DETALHE-FIM.
           EXIT.

      *-----------------------------------------------------------*
       IMP-MOVIMENTO.
      *-----------------------------------------------------------*
           MOVE WS-TIPO        TO DET-TIPO
           MOVE WS-CODV        TO DET-CODV
           MOVE VEN-NOME       TO DET-NOME
           MOVE WS-VLR-BRUTO   TO DET-BRUTO
           MOVE WS-VLR-INSS    TO DET-INSS
           MOVE WS-VLR-IRRF    TO DET-IRRF
           MOVE WS-VLR-ISS     TO DET-ISS
           MOVE WS-VLR-LIQUIDO TO DET-LIQUIDO
           WRITE RELPAG-REL FROM LINHA-DET AFTER ADVANCING 1 LINE
               AT END-OF-PAGE
                  PERFORM IMP-CABEC
           END-WRITE
           .
       IMP-MOVIMENTO-FIM.
           EXIT.

      *-----------------------------------------------------------*
       IMP-CABEC.
      *-----------------------------------------------------------*
           ADD  01              TO WS-CTPAG
           MOVE WS-CTPAG        TO PAG-REL
           WRITE RELPAG-REL FROM LINHA-CAB0 AFTER ADVANCING PAGE
           WRITE RELPAG-REL FROM LINHA-CAB1 AFTER ADVANCING 2 LINES
           WRITE RELPAG-REL FROM LINHA-CAB2 AFTER ADVANCING 1 LINE
           .
       IMP-CABEC-FIM.
           EXIT.

      *-----------------------------------------------------------*
       TOTAIS.
      *-----------------------------------------------------------*
           MOVE WS-QTD-LIDOS     TO TOT-LIDOS
           MOVE WS-QTD-MOVIDOS   TO TOT-MOVIDOS
           MOVE WS-QTD-IGNORADOS TO TOT-IGNORADOS
           WRITE RELPAG-REL FROM LINHA-CAB2 AFTER ADVANCING 1 LINE
           WRITE RELPAG-REL FROM LINHA-TOT AFTER ADVANCING 1 LINE

           MOVE WS-TOT-BRUTO     TO TOT-BRUTO
           MOVE WS-TOT-RETIDO    TO TOT-RETIDO
           MOVE WS-TOT-LIQUIDO   TO TOT-LIQUIDO
           WRITE RELPAG-REL FROM LINHA-TOT-VLR AFTER ADVANCING 1 LINE

           IF ACAO-PAGA
              MOVE WS-SEQ-ARQUIVO TO TOT-SEQ
              WRITE RELPAG-REL FROM LINHA-TOT-ARQ
                    AFTER ADVANCING 1 LINE
           END-IF

           DISPLAY 'PROG181: COMPETENCIA ' WS-ANOMES ' ACAO ' WS-ACAO
                   ' MOVIMENTADOS ' WS-QTD-MOVIDOS
                   ' JA/NAO APTOS ' WS-QTD-IGNORADOS
           IF ACAO-PAGA
              DISPLAY 'PROG181: COMPAG.TXT SEQ ' WS-SEQ-ARQUIVO
                      ' LIQUIDO ' TOT-LIQUIDO
           END-IF
           .
       TOTAIS-FIM.
           EXIT.

      *-----------------------------------------------------------*
       MOSTRA-ERRO.
      *-----------------------------------------------------------*
           IF MODO-BATCH
              DISPLAY 'PROG181: ' WS-MSGERRO
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
                  'COMISSAO.ARQ'               DELIMITED BY SIZE
             INTO WS-ARQ-COMISSAO
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'COMOVER.ARQ'                DELIMITED BY SIZE
             INTO WS-ARQ-COMOVER
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'VENDEDOR.ARQ'               DELIMITED BY SIZE
             INTO WS-ARQ-VENDEDOR
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'COMPAG.TXT'                 DELIMITED BY SIZE
             INTO WS-ARQ-COMPAG
           END-STRING

      *    O relatorio vai para o SPOOL\ com nome datado (PROG35) e
      *    entra no catalogo ao final.
           MOVE 'N'             TO LK-SPL-OPER
           MOVE 'PROG181'       TO LK-SPL-PROGRAMA
           MOVE 'REL-PAGC.TXT'  TO LK-SPL-SUFIXO
           CALL "PROG35" USING LK-SPOOL END-CALL
           MOVE LK-SPL-CAMINHO TO WS-ARQ-RELPAG
           .
       MONTA-CAMINHOS-FIM.
           EXIT.

      *-----------------------------------------------------------*
       ABRIR-ARQUIVO.
      *-----------------------------------------------------------*
           OPEN I-O COMISSAO
           IF NOT FSM-OK
              MOVE "COMISSAO.ARQ NAO ENCONTRADO - RODE O PROG67"
                TO WS-MSGERRO
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

           OPEN I-O COMOVER
           IF FSO-OK
              SET TEM-COMOVER TO TRUE
           END-IF

           IF ACAO-PAGA
              OPEN OUTPUT COMPAG
           END-IF

           OPEN OUTPUT RELPAG
           .
       ABRIR-ARQUIVO-FIM.
           EXIT.

      *-----------------------------------------------------------*
        FINALIZA.
      *-----------------------------------------------------------*
           CLOSE COMISSAO VENDEDOR RELPAG
           IF TEM-COMOVER
              CLOSE COMOVER
           END-IF
           IF ACAO-PAGA
              CLOSE COMPAG
           END-IF

           MOVE 'R'            TO LK-SPL-OPER
           MOVE 'PROG181'      TO LK-SPL-PROGRAMA
           MOVE SPACES         TO LK-SPL-PARAMS
           STRING 'COMPETENCIA=' WS-ANOMES
                  ' ACAO=' WS-ACAO DELIMITED BY SIZE
             INTO LK-SPL-PARAMS
           END-STRING
           MOVE WS-QTD-MOVIDOS TO LK-SPL-QTDE
           MOVE WS-ARQ-RELPAG  TO LK-SPL-CAMINHO
           CALL "PROG35" USING LK-SPOOL END-CALL

           MOVE WS-RETCODE TO RETURN-CODE
           GOBACK.
