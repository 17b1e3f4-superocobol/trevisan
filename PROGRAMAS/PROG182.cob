      ******************************************************************
      * Autor.....: Alexandre Trevisani (PROVA COBOL)
      * Data......: Julho/2019
      * Programa..: PROG182 - Informe Anual de Rendimentos de Comissão
      * Chamadas..: PROG41 - Leitura dos Parametros Gerais
      *             PROG35 - Spool e Catalogo de Relatorios
      *             PROG76 - Deposito na Caixa de Saida do Vendedor
      *             PROG58 - Identificador de Execucao
      *             PROG106 - Controle de Sequencia de Intercambio
      * Parametros: Ano-calendario (AAAA); em modo batch pela linha
      *             de comando.
      * Observação: Rodado uma vez por ano (fevereiro), monta para
      *             cada vendedor (CPF de VENDEDOR.ARQ) o comprovante
      *             de rendimentos pagos e de imposto retido na fonte
      *             no ano-calendario, a partir do que o PROG181
      *             pagou (situacao P), pela data do pagamento e nao
      *             pela competencia:
      *             - comissao (COMISSAO.ARQ) com INSS, IRRF e ISS
      *               retidos congelados no fechamento (PROG67);
      *               fechamento anterior a retencao (sem vinculo)
      *               entra pelo bruto, sem retencao;
      *             - override de supervisor (COMOVER.ARQ), pago
      *               pelo bruto, sem retencao.
      *             O comprovante sai no layout oficial (fonte
      *             pagadora de PARAM.ARQ - beneficiario do boleto,
      *             PROG42 -, beneficiario, totais do ano e, nas
      *             informacoes complementares, o demonstrativo mes a
      *             mes), um por pagina no spool do PROG35, e uma
      *             copia vai para a caixa de saida do vendedor
      *             (INFREND_nnnnn_AAAA.TXT, PROG76).
      *             O resumo para a declaracao da empresa vai para
      *             INFREND_AAAA.TXT: cabecalho HDR com data,
      *             sequencia do arquivo (PROG106, interface INFREND),
      *             ano e CNPJ da fonte pagadora, um DET por CPF e
      *             mes de pagamento (valores em centavos) e rodape
      *             TRL com as quantidades e as somas.
      *             Comissao ou override pago no ano de vendedor que
      *             ja nao esta no cadastro sai como excecao no fim do
      *             relatorio, para o comprovante ser feito a mao.
      * Cod.Retorno (RETURN-CODE):
      *             0 = processamento normal
      *             4 = nenhum pagamento no ano, ou pagamento de
      *                 vendedor fora do cadastro (ver excecoes)
      *            12 = arquivo ausente, parametro invalido ou fonte
      *                 pagadora nao parametrizada
      * Historico.:
      *   2026 mnt - Programa novo.
      ******************************************************************
       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         PROG182.
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
              ACCESS  MODE         IS DYNAMIC
              FILE STATUS          IS VEN-STAT
              ALTERNATE RECORD KEY IS VEN-COD
              ALTERNATE RECORD KEY IS VEN-NOME  WITH DUPLICATES
              LOCK MODE IS MANUAL WITH LOCK ON MULTIPLE RECORDS
              RECORD KEY           IS VEN-KEY.

       SELECT INFREND ASSIGN TO WS-ARQ-INFREND
              ORGANIZATION         IS LINE SEQUENTIAL
              FILE STATUS          IS INF-STAT.

       SELECT VENINF ASSIGN TO WS-ARQ-VENINF
              ORGANIZATION         IS LINE SEQUENTIAL
              FILE STATUS          IS VIN-STAT.

       SELECT RELINF ASSIGN TO WS-ARQ-RELINF
              ORGANIZATION         IS LINE SEQUENTIAL
              FILE STATUS          IS REL-STAT.

       DATA            DIVISION.
       FILE            SECTION.

       COPY FD_COMISSAO.

       COPY FD_COMOVER.

       COPY FD_VENDEDOR.

       FD INFREND.

       01 INFREND-REG       PIC X(120).

       FD VENINF.

       01 VENINF-REG.
          05 VIN-IMP        PIC X(80).

       FD RELINF
           LINAGE IS 55 LINES
           WITH FOOTING AT 51
           LINES AT TOP 3
           LINES AT BOTTOM 2.

       01 RELINF-REL.
          05 REL-IMP        PIC X(80).

       WORKING-STORAGE SECTION.

       01 WS-MODULO.
           05 FILLER        PIC X(30) VALUE
              "PROVA COBOL - INFORME RENDIM.".
           05 FILLER        PIC X(12) VALUE "MENSAGEM :".
           05 WS-MENSAG     PIC X(40) VALUE SPACES.

       77 WS-DIR-DADOS       PIC X(50) VALUE SPACES.
       77 WS-ARQ-COMISSAO    PIC X(70) VALUE SPACES.
       77 WS-ARQ-COMOVER     PIC X(70) VALUE SPACES.
       77 WS-ARQ-VENDEDOR    PIC X(70) VALUE SPACES.
       77 WS-ARQ-INFREND     PIC X(70) VALUE SPACES.
       77 WS-ARQ-VENINF      PIC X(90) VALUE SPACES.
       77 WS-ARQ-RELINF      PIC X(90) VALUE SPACES.

       77 COM-STAT          PIC 9(02).
           88 FSM-OK        VALUE ZEROS.
           88 FSM-FIM-REG   VALUE 10.

       77 COV-STAT          PIC 9(02).
           88 FSO-OK        VALUE ZEROS.
           88 FSO-FIM-REG   VALUE 10.

       77 VEN-STAT          PIC 9(02).
           88 FSV-OK        VALUE ZEROS.
           88 FSV-FIM-REG   VALUE 10.

       77 INF-STAT          PIC 9(02).
           88 FSI-OK        VALUE ZEROS.

       77 VIN-STAT          PIC 9(02).
           88 FSN-OK        VALUE ZEROS.

       77 REL-STAT          PIC 9(02).
           88 FSR-OK        VALUE ZEROS.

      *    Sem COMOVER.ARQ nao ha override a informar.
       77 WS-TEM-COMOVER    PIC X(01) VALUE 'N'.
           88 TEM-COMOVER   VALUE 'S'.

       77 WS-TEM-EXCECAO    PIC X(01) VALUE 'N'.
           88 TEM-EXCECAO   VALUE 'S'.

       77 WS-COPIA-VEND     PIC X(01) VALUE 'N'.
           88 COM-COPIA     VALUE 'S'.
           88 SEM-COPIA     VALUE 'N'.

       77 WS-MODO           PIC X(01) VALUE 'I'.
           88 MODO-INTERATIVO VALUE 'I'.
           88 MODO-BATCH      VALUE 'B'.

       77 WS-PARM           PIC X(80) VALUE SPACES.

       77 WS-ANO            PIC 9(04) VALUE ZEROS.
       77 WS-DATA-HOJE      PIC 9(08) VALUE ZEROS.
       77 WS-OPERADOR-EXEC  PIC X(08) VALUE SPACES.
       77 WS-SEQ-ARQUIVO    PIC 9(04) VALUE ZEROS.
       77 WS-VEN-COD-TXT    PIC 9(05) VALUE ZEROS.

       77 WS-RETCODE        PIC 9(02) VALUE ZEROS.

      *    Data do pagamento (COM/COV-DT-PAGAMENTO) decomposta.
       01 WS-DATA-PAGTO     PIC 9(08) VALUE ZEROS.
       01 WS-DATA-PAGTO-R REDEFINES WS-DATA-PAGTO.
           05 WS-DP-ANO     PIC 9(04).
           05 WS-DP-MES     PIC 9(02).
           05 WS-DP-DIA     PIC 9(02).

       01 WS-DATA-AMD       PIC 9(08) VALUE ZEROS.
       01 WS-DATA-AMD-R REDEFINES WS-DATA-AMD.
           05 WS-AMD-ANO    PIC 9(04).
           05 WS-AMD-MES    PIC 9(02).
           05 WS-AMD-DIA    PIC 9(02).

       01 WS-DATA-DMA.
           05 WS-DMA-DIA    PIC 9(02).
           05 FILLER        PIC X(01) VALUE '/'.
           05 WS-DMA-MES    PIC 9(02).
           05 FILLER        PIC X(01) VALUE '/'.
           05 WS-DMA-ANO    PIC 9(04).

       01 WS-NOMES-MES.
           05 FILLER        PIC X(36) VALUE
              'JANFEVMARABRMAIJUNJULAGOSETOUTNOVDEZ'.
       01 WS-NOMES-MES-R REDEFINES WS-NOMES-MES.
           05 WS-NOME-MES   PIC X(03) OCCURS 12 TIMES.

      *    Valores pagos ao vendedor no ano, por mes de pagamento.
       01 WS-TAB-MES.
           05 WS-MES OCCURS 12 TIMES.
              10 WS-MES-BRUTO   PIC 9(11)V99.
              10 WS-MES-INSS    PIC 9(11)V99.
              10 WS-MES-IRRF    PIC 9(11)V99.
              10 WS-MES-ISS     PIC 9(11)V99.
              10 WS-MES-LIQUIDO PIC 9(11)V99.
       77 WS-IDX-MES        PIC 9(02) VALUE ZEROS.

      *    Pagamento em acumulacao, comissao ou override.
       77 WS-VLR-BRUTO      PIC 9(11)V99 VALUE ZEROS.
       77 WS-VLR-INSS       PIC 9(11)V99 VALUE ZEROS.
       77 WS-VLR-IRRF       PIC 9(11)V99 VALUE ZEROS.
       77 WS-VLR-ISS        PIC 9(11)V99 VALUE ZEROS.
       77 WS-VLR-LIQUIDO    PIC 9(11)V99 VALUE ZEROS.

      *    Totais do vendedor no ano.
       77 WS-QTD-PAGTOS     PIC 9(05) VALUE ZEROS.
       77 WS-ANO-BRUTO      PIC 9(13)V99 VALUE ZEROS.
       77 WS-ANO-INSS       PIC 9(13)V99 VALUE ZEROS.
       77 WS-ANO-IRRF       PIC 9(13)V99 VALUE ZEROS.
       77 WS-ANO-ISS        PIC 9(13)V99 VALUE ZEROS.
       77 WS-ANO-LIQUIDO    PIC 9(13)V99 VALUE ZEROS.

      *    Totais da rodada.
       77 WS-QTD-LIDOS      PIC 9(05) VALUE ZEROS.
       77 WS-QTD-INFORMES   PIC 9(05) VALUE ZEROS.
       77 WS-QTD-SEM-CAD    PIC 9(05) VALUE ZEROS.
       77 WS-QTD-DET        PIC 9(06) VALUE ZEROS.
       77 WS-TOT-BRUTO      PIC 9(13)V99 VALUE ZEROS.
       77 WS-TOT-INSS       PIC 9(13)V99 VALUE ZEROS.
       77 WS-TOT-IRRF       PIC 9(13)V99 VALUE ZEROS.
       77 WS-TOT-ISS        PIC 9(13)V99 VALUE ZEROS.

       77 WS-SOMA-BRUTO-CENT PIC 9(13) VALUE ZEROS.
       77 WS-SOMA-INSS-CENT  PIC 9(13) VALUE ZEROS.
       77 WS-SOMA-IRRF-CENT  PIC 9(13) VALUE ZEROS.
       77 WS-SOMA-ISS-CENT   PIC 9(13) VALUE ZEROS.

       77 WS-CTPAG          PIC 9(03) VALUE ZEROS.
       77 WS-SALTO          PIC 9(01) VALUE 1.
       77 WS-LINHA-INF      PIC X(80) VALUE SPACES.

       01 WS-REG-HEADER.
           05 FILLER        PIC X(003) VALUE 'HDR'.
           05 WRH-DATA      PIC 9(008) VALUE ZEROS.
           05 WRH-SEQ       PIC 9(004) VALUE ZEROS.
           05 WRH-ANO       PIC 9(004) VALUE ZEROS.
           05 WRH-CNPJ      PIC X(018) VALUE SPACES.
           05 FILLER        PIC X(083) VALUE SPACES.

       01 WS-REG-DETALHE.
           05 FILLER        PIC X(003) VALUE 'DET'.
           05 WRD-CPF       PIC 9(011) VALUE ZEROS.
           05 WRD-CODV      PIC 9(005) VALUE ZEROS.
           05 WRD-NOME      PIC X(030) VALUE SPACES.
           05 WRD-VINCULO   PIC X(001) VALUE SPACES.
           05 WRD-REGIME    PIC X(001) VALUE SPACES.
           05 WRD-ANOMES    PIC 9(006) VALUE ZEROS.
           05 WRD-BRUTO     PIC 9(011) VALUE ZEROS.
           05 WRD-INSS      PIC 9(011) VALUE ZEROS.
           05 WRD-IRRF      PIC 9(011) VALUE ZEROS.
           05 WRD-ISS       PIC 9(011) VALUE ZEROS.
           05 WRD-LIQUIDO   PIC 9(011) VALUE ZEROS.
           05 FILLER        PIC X(008) VALUE SPACES.

       01 WS-REG-TRAILER.
           05 FILLER        PIC X(003) VALUE 'TRL'.
           05 WRT-QTD-CPF   PIC 9(006) VALUE ZEROS.
           05 WRT-QTD-DET   PIC 9(006) VALUE ZEROS.
           05 WRT-SOMA-BRUTO PIC 9(013) VALUE ZEROS.
           05 WRT-SOMA-INSS PIC 9(013) VALUE ZEROS.
           05 WRT-SOMA-IRRF PIC 9(013) VALUE ZEROS.
           05 WRT-SOMA-ISS  PIC 9(013) VALUE ZEROS.
           05 FILLER        PIC X(053) VALUE SPACES.

      *-----------------------------------------------------------------
      *    Comprovante (layout oficial, 80 colunas).
      *-----------------------------------------------------------------
       01 LINHA-BRANCO      PIC X(80) VALUE SPACES.

       01 LINHA-TRACO       PIC X(80) VALUE ALL '-'.

       01 LINHA-INF-TIT1.
           05 FILLER        PIC X(40) VALUE
              'MINISTERIO DA FAZENDA - SECRETARIA ESPEC'.
           05 FILLER        PIC X(40) VALUE
              'IAL DA RECEITA FEDERAL DO BRASIL'.

       01 LINHA-INF-TIT2.
           05 FILLER        PIC X(40) VALUE
              'COMPROVANTE DE RENDIMENTOS PAGOS E DE IM'.
           05 FILLER        PIC X(40) VALUE
              'POSTO SOBRE A RENDA RETIDO NA FONTE'.

       01 LINHA-INF-ANO.
           05 FILLER        PIC X(18) VALUE 'ANO-CALENDARIO DE '.
           05 INF-ANO       PIC 9(04).
           05 FILLER        PIC X(38) VALUE SPACES.
           05 FILLER        PIC X(09) VALUE 'PAGINA : '.
           05 PAG-INF       PIC ZZ9.

       01 LINHA-INF-SECAO.
           05 INF-SECAO     PIC X(80).

       01 LINHA-INF-CAMPO.
           05 FILLER        PIC X(03) VALUE SPACES.
           05 INF-CAMPO-ROT PIC X(19).
           05 INF-CAMPO-VLR PIC X(58).

       01 LINHA-INF-VALOR.
           05 FILLER        PIC X(03) VALUE SPACES.
           05 INF-VLR-ROT   PIC X(58).
           05 INF-VLR       PIC ZZZ.ZZZ.ZZZ.ZZ9,99.

       01 LINHA-INF-MES-CAB.
           05 FILLER        PIC X(04) VALUE 'MES'.
           05 FILLER        PIC X(15) VALUE '  RENDIMENTO R$'.
           05 FILLER        PIC X(15) VALUE '          INSS'.
           05 FILLER        PIC X(15) VALUE '          IRRF'.
           05 FILLER        PIC X(15) VALUE '           ISS'.
           05 FILLER        PIC X(15) VALUE '     LIQUIDO R$'.

       01 LINHA-INF-MES.
           05 INF-MES       PIC X(03).
           05 FILLER        PIC X(02) VALUE SPACES.
           05 INF-MES-BRUTO PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER        PIC X(02) VALUE SPACES.
           05 INF-MES-INSS  PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER        PIC X(02) VALUE SPACES.
           05 INF-MES-IRRF  PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER        PIC X(02) VALUE SPACES.
           05 INF-MES-ISS   PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER        PIC X(02) VALUE SPACES.
           05 INF-MES-LIQ   PIC ZZ.ZZZ.ZZ9,99.

       01 LINHA-INF-RESP.
           05 FILLER        PIC X(03) VALUE SPACES.
           05 FILLER        PIC X(11) VALUE 'EMITIDO EM '.
           05 INF-DT-EMISSAO PIC X(10).
           05 FILLER        PIC X(05) VALUE ' POR '.
           05 INF-OPERADOR  PIC X(08).

      *-----------------------------------------------------------------
      *    Fechamento da rodada (ultima pagina do spool).
      *-----------------------------------------------------------------
       01 LINHA-EXC.
           05 FILLER        PIC X(14) VALUE 'SEM CADASTRO: '.
           05 EXC-TIPO      PIC X(09).
           05 FILLER        PIC X(07) VALUE ' VEND. '.
           05 EXC-CODV      PIC 9(05).
           05 FILLER        PIC X(07) VALUE ' COMP. '.
           05 EXC-ANOMES    PIC 9(06).
           05 FILLER        PIC X(07) VALUE ' PAGO '.
           05 EXC-DT-PAGTO  PIC X(10).
           05 FILLER        PIC X(01) VALUE SPACES.
           05 EXC-VALOR     PIC ZZ.ZZZ.ZZ9,99.

       01 LINHA-TOT.
           05 FILLER        PIC X(30) VALUE
              'VENDEDORES LIDOS............: '.
           05 TOT-LIDOS     PIC ZZZZ9.
           05 FILLER        PIC X(13) VALUE '  INFORMES : '.
           05 TOT-INFORMES  PIC ZZZZ9.
           05 FILLER        PIC X(15) VALUE '  SEM CADASTRO:'.
           05 TOT-SEM-CAD   PIC ZZZZ9.

       01 LINHA-TOT-VLR.
           05 FILLER        PIC X(30) VALUE
              'RENDIMENTOS PAGOS NO ANO R$.: '.
           05 TOT-BRUTO     PIC ZZZZ.ZZZ.ZZZ.ZZ9,99.

       01 LINHA-TOT-RET.
           05 FILLER        PIC X(30) VALUE
              'RETIDO - INSS / IRRF / ISS..: '.
           05 TOT-INSS      PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER        PIC X(01) VALUE SPACES.
           05 TOT-IRRF      PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER        PIC X(01) VALUE SPACES.
           05 TOT-ISS       PIC ZZZ.ZZZ.ZZ9,99.

       01 LINHA-TOT-ARQ.
           05 FILLER        PIC X(30) VALUE
              'ARQUIVO INFREND - SEQUENCIA.: '.
           05 TOT-SEQ       PIC 9(04).

       COPY LK_IDEXEC.

       COPY LK_PARAM.

       COPY LK_SPOOL.

       COPY LK_OUTBOX.

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
              "ANO-CALENDARIO (AAAA)..........:".
           05 COLUMN PLUS 2 PIC 9(04) USING WS-ANO
              BLANK WHEN ZEROS.

       01 SS-CONFIRMA.
           05 LINE 13 COLUMN 12 PIC X(50) VALUE
              "CONFIRMA A EMISSAO DOS INFORMES (S/N) ?".
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
           MOVE 'PROG182' TO LK-IDX-PROGRAMA
           CALL "PROG58" USING LK-IDEXEC END-CALL

           ACCEPT WS-PARM FROM COMMAND-LINE
           IF WS-PARM NOT = SPACES
              SET MODO-BATCH TO TRUE
              MOVE FUNCTION NUMVAL(WS-PARM) TO WS-ANO
           END-IF

           IF MODO-INTERATIVO
              DISPLAY SS-CLS
              MOVE "INFORME O ANO-CALENDARIO" TO WS-MENSAG
              DISPLAY SS-CABECALHO
              MOVE "ESC PARA ENCERRAR" TO WS-STATUS
              DISPLAY SS-STATUS
              ACCEPT  SS-PARAMETROS
              IF COB-CRT-STATUS = COB-SCR-ESC
                 GOBACK
              END-IF
           END-IF

           IF WS-ANO < 2000 OR WS-ANO > 2099
              MOVE "ANO-CALENDARIO AAAA INVALIDO" TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF

      *    Fonte pagadora: beneficiario do boleto (PROG42).
           CALL "PROG41" USING LK-PARAM END-CALL
           IF LK-PAR-BENEF-NOME = SPACES
              OR LK-PAR-BENEF-CNPJ = SPACES
              MOVE "FONTE PAGADORA NAO PARAMETRIZADA (PROG42)"
                TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF

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
           MOVE WS-DATA-HOJE TO WS-DATA-AMD
           PERFORM EDITA-DATA
           MOVE WS-DATA-DMA      TO INF-DT-EMISSAO
           MOVE WS-OPERADOR-EXEC TO INF-OPERADOR
           MOVE WS-ANO           TO INF-ANO

           PERFORM ABRIR-ARQUIVO
           PERFORM ABRE-RESUMO

           MOVE LOW-VALUES TO VENDEDOR-CLI
           START VENDEDOR KEY NOT LESS THAN VEN-KEY
                 INVALID KEY
                    MOVE 10 TO VEN-STAT
           END-START
           PERFORM PROCESSA-VENDEDOR
              THRU PROCESSA-VENDEDOR-SAI UNTIL FSV-FIM-REG

           PERFORM FECHA-RESUMO

      *    Pagamentos do ano de vendedor fora do cadastro.
           MOVE LOW-VALUES TO COMISSAO-COM
           START COMISSAO KEY NOT LESS THAN COM-KEY
                 INVALID KEY
                    MOVE 10 TO COM-STAT
           END-START
           PERFORM CONFERE-COMISSAO
              THRU CONFERE-COMISSAO-SAI UNTIL FSM-FIM-REG

           IF TEM-COMOVER
              MOVE LOW-VALUES TO COMOVER-COV
              START COMOVER KEY NOT LESS THAN COV-KEY
                    INVALID KEY
                       MOVE 10 TO COV-STAT
              END-START
              PERFORM CONFERE-OVERRIDE
                 THRU CONFERE-OVERRIDE-SAI UNTIL FSO-FIM-REG
           END-IF

           PERFORM TOTAIS

           IF WS-QTD-INFORMES = ZEROS OR WS-QTD-SEM-CAD NOT = ZEROS
              MOVE 04 TO WS-RETCODE
           END-IF

           PERFORM FINALIZA
           .
       FIM-PROCES.
           EXIT.

      *-----------------------------------------------------------*
       ABRE-RESUMO.
      *-----------------------------------------------------------*
      *    Sequencia do arquivo, registrada pelo PROG106 para a
      *    declaracao nao importar o mesmo resumo duas vezes.
           MOVE 'INFREND'  TO LK-INT-INTERFACE
           MOVE SPACES     TO LK-INT-FORCA
           SET LK-INT-GERA TO TRUE
           CALL "PROG106" USING LK-INTSEQ END-CALL
           MOVE LK-INT-SEQ TO WS-SEQ-ARQUIVO

           MOVE WS-DATA-HOJE      TO WRH-DATA
           MOVE WS-SEQ-ARQUIVO    TO WRH-SEQ
           MOVE WS-ANO            TO WRH-ANO
           MOVE LK-PAR-BENEF-CNPJ TO WRH-CNPJ
           WRITE INFREND-REG FROM WS-REG-HEADER
           .
       ABRE-RESUMO-FIM.
           EXIT.

      *-----------------------------------------------------------*
       FECHA-RESUMO.
      *-----------------------------------------------------------*
           MOVE WS-QTD-INFORMES    TO WRT-QTD-CPF
           MOVE WS-QTD-DET         TO WRT-QTD-DET
           MOVE WS-SOMA-BRUTO-CENT TO WRT-SOMA-BRUTO
           MOVE WS-SOMA-INSS-CENT  TO WRT-SOMA-INSS
           MOVE WS-SOMA-IRRF-CENT  TO WRT-SOMA-IRRF
           MOVE WS-SOMA-ISS-CENT   TO WRT-SOMA-ISS
           WRITE INFREND-REG FROM WS-REG-TRAILER
           .
       FECHA-RESUMO-FIM.
           EXIT.

      *-----------------------------------------------------------*
       PROCESSA-VENDEDOR.
      *-----------------------------------------------------------*
           READ VENDEDOR NEXT AT END
                GO TO PROCESSA-VENDEDOR-SAI
           END-READ

           ADD 1 TO WS-QTD-LIDOS
           INITIALIZE WS-TAB-MES
           MOVE ZEROS TO WS-QTD-PAGTOS

           MOVE VEN-COD TO COM-CODV
           MOVE ZEROS   TO COM-ANOMES
           START COMISSAO KEY NOT LESS THAN COM-KEY
                 INVALID KEY
                    MOVE 10 TO COM-STAT
           END-START
           PERFORM ACUMULA-COMISSAO
              THRU ACUMULA-COMISSAO-SAI UNTIL FSM-FIM-REG

           IF TEM-COMOVER
              MOVE VEN-COD TO COV-CODV
              MOVE ZEROS   TO COV-ANOMES
              START COMOVER KEY NOT LESS THAN COV-KEY
                    INVALID KEY
                       MOVE 10 TO COV-STAT
              END-START
              PERFORM ACUMULA-OVERRIDE
                 THRU ACUMULA-OVERRIDE-SAI UNTIL FSO-FIM-REG
           END-IF

           IF WS-QTD-PAGTOS = ZEROS
              GO TO PROCESSA-VENDEDOR-SAI
           END-IF

           PERFORM EMITE-INFORME THRU EMITE-INFORME-FIM
           .
       PROCESSA-VENDEDOR-SAI.
           EXIT.

      *-----------------------------------------------------------*
       ACUMULA-COMISSAO.
      *-----------------------------------------------------------*
           READ COMISSAO NEXT AT END
                GO TO ACUMULA-COMISSAO-SAI
           END-READ

           IF COM-CODV NOT = VEN-COD
              MOVE 10 TO COM-STAT
              GO TO ACUMULA-COMISSAO-SAI
           END-IF

      *    Vale a data do pagamento (regime de caixa), nao a
      *    competencia do fechamento.
           MOVE COM-DT-PAGAMENTO TO WS-DATA-PAGTO
           IF NOT COM-PAGA OR WS-DP-ANO NOT = WS-ANO
              OR WS-DP-MES < 1 OR WS-DP-MES > 12
              GO TO ACUMULA-COMISSAO-SAI
           END-IF

           MOVE COM-VALOR TO WS-VLR-BRUTO
           IF COM-VINCULO = SPACES
              MOVE ZEROS     TO WS-VLR-INSS WS-VLR-IRRF WS-VLR-ISS
              MOVE COM-VALOR TO WS-VLR-LIQUIDO
           ELSE
              MOVE COM-VLR-INSS    TO WS-VLR-INSS
              MOVE COM-VLR-IRRF    TO WS-VLR-IRRF
              MOVE COM-VLR-ISS     TO WS-VLR-ISS
              MOVE COM-VLR-LIQUIDO TO WS-VLR-LIQUIDO
           END-IF
           PERFORM SOMA-MES
           .
       ACUMULA-COMISSAO-SAI.
           EXIT.

      *-----------------------------------------------------------*
       ACUMULA-OVERRIDE.
      *-----------------------------------------------------------*
           READ COMOVER NEXT AT END
                GO TO ACUMULA-OVERRIDE-SAI
           END-READ

           IF COV-CODV NOT = VEN-COD
              MOVE 10 TO COV-STAT
              GO TO ACUMULA-OVERRIDE-SAI
           END-IF

           MOVE COV-DT-PAGAMENTO TO WS-DATA-PAGTO
           IF NOT COV-PAGO OR WS-DP-ANO NOT = WS-ANO
              OR WS-DP-MES < 1 OR WS-DP-MES > 12
              GO TO ACUMULA-OVERRIDE-SAI
           END-IF

      *    O override e' pago sem retencao na fonte.
           MOVE COV-VALOR TO WS-VLR-BRUTO WS-VLR-LIQUIDO
           MOVE ZEROS     TO WS-VLR-INSS WS-VLR-IRRF WS-VLR-ISS
           PERFORM SOMA-MES
           .
       ACUMULA-OVERRIDE-SAI.
           EXIT.

      *-----------------------------------------------------------*
       SOMA-MES.
      *-----------------------------------------------------------*
           ADD 1              TO WS-QTD-PAGTOS
           ADD WS-VLR-BRUTO   TO WS-MES-BRUTO   (WS-DP-MES)
           ADD WS-VLR-INSS    TO WS-MES-INSS    (WS-DP-MES)
           ADD WS-VLR-IRRF    TO WS-MES-IRRF    (WS-DP-MES)
           ADD WS-VLR-ISS     TO WS-MES-ISS     (WS-DP-MES)
           ADD WS-VLR-LIQUIDO TO WS-MES-LIQUIDO (WS-DP-MES)
           .
       SOMA-MES-FIM.
           EXIT.

      *-----------------------------------------------------------*
       EMITE-INFORME.
      *-----------------------------------------------------------*
      *    Um comprovante por pagina no spool; a copia do vendedor
      *    leva as mesmas linhas e vai para a caixa de saida dele.
           ADD 1 TO WS-QTD-INFORMES
           MOVE ZEROS TO WS-ANO-BRUTO WS-ANO-INSS WS-ANO-IRRF
                         WS-ANO-ISS WS-ANO-LIQUIDO
           PERFORM SOMA-ANO
               VARYING WS-IDX-MES FROM 1 BY 1 UNTIL WS-IDX-MES > 12

           ADD WS-ANO-BRUTO TO WS-TOT-BRUTO
           ADD WS-ANO-INSS  TO WS-TOT-INSS
           ADD WS-ANO-IRRF  TO WS-TOT-IRRF
           ADD WS-ANO-ISS   TO WS-TOT-ISS

           MOVE VEN-COD TO WS-VEN-COD-TXT
           MOVE SPACES  TO WS-ARQ-VENINF
           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'INFREND_'                   DELIMITED BY SIZE
                  WS-VEN-COD-TXT               DELIMITED BY SIZE
                  '_'                          DELIMITED BY SIZE
                  WS-ANO                       DELIMITED BY SIZE
                  '.TXT'                       DELIMITED BY SIZE
             INTO WS-ARQ-VENINF
           END-STRING
           SET SEM-COPIA TO TRUE
           OPEN OUTPUT VENINF
           IF FSN-OK
              SET COM-COPIA TO TRUE
           END-IF

           PERFORM IMPRIME-INFORME

           PERFORM GRAVA-DETALHE
               VARYING WS-IDX-MES FROM 1 BY 1 UNTIL WS-IDX-MES > 12

           IF COM-COPIA
              CLOSE VENINF
              PERFORM DEPOSITA-VENDEDOR
           END-IF
           .
       EMITE-INFORME-FIM.
           EXIT.

      *-----------------------------------------------------------*
       SOMA-ANO.
      *-----------------------------------------------------------*
           ADD WS-MES-BRUTO   (WS-IDX-MES) TO WS-ANO-BRUTO
           ADD WS-MES-INSS    (WS-IDX-MES) TO WS-ANO-INSS
           ADD WS-MES-IRRF    (WS-IDX-MES) TO WS-ANO-IRRF
           ADD WS-MES-ISS     (WS-IDX-MES) TO WS-ANO-ISS
           ADD WS-MES-LIQUIDO (WS-IDX-MES) TO WS-ANO-LIQUIDO
           .
       SOMA-ANO-FIM.
           EXIT.

      *-----------------------------------------------------------*
       IMPRIME-INFORME.
      *-----------------------------------------------------------*
           ADD  01              TO WS-CTPAG
           MOVE WS-CTPAG        TO PAG-INF
           WRITE RELINF-REL FROM LINHA-INF-TIT1 AFTER ADVANCING PAGE
           IF COM-COPIA
              WRITE VENINF-REG FROM LINHA-INF-TIT1
           END-IF
           MOVE 1 TO WS-SALTO
           MOVE LINHA-INF-TIT2   TO WS-LINHA-INF
           PERFORM GRAVA-LINHA-INF
           MOVE LINHA-INF-ANO    TO WS-LINHA-INF
           PERFORM GRAVA-LINHA-INF
           MOVE LINHA-TRACO      TO WS-LINHA-INF
           PERFORM GRAVA-LINHA-INF

      *    1 - Fonte pagadora.
           MOVE 2 TO WS-SALTO
           MOVE '1. FONTE PAGADORA PESSOA JURIDICA' TO INF-SECAO
           MOVE LINHA-INF-SECAO  TO WS-LINHA-INF
           PERFORM GRAVA-LINHA-INF
           MOVE 1 TO WS-SALTO
           MOVE 'CNPJ.............:' TO INF-CAMPO-ROT
           MOVE LK-PAR-BENEF-CNPJ    TO INF-CAMPO-VLR
           MOVE LINHA-INF-CAMPO  TO WS-LINHA-INF
           PERFORM GRAVA-LINHA-INF
           MOVE 'NOME EMPRESARIAL.:' TO INF-CAMPO-ROT
           MOVE LK-PAR-BENEF-NOME    TO INF-CAMPO-VLR
           MOVE LINHA-INF-CAMPO  TO WS-LINHA-INF
           PERFORM GRAVA-LINHA-INF

      *    2 - Beneficiario.
           MOVE 2 TO WS-SALTO
           MOVE '2. PESSOA FISICA BENEFICIARIA DOS RENDIMENTOS'
             TO INF-SECAO
           MOVE LINHA-INF-SECAO  TO WS-LINHA-INF
           PERFORM GRAVA-LINHA-INF
           MOVE 1 TO WS-SALTO
           MOVE 'CPF..............:' TO INF-CAMPO-ROT
           MOVE VEN-CPF-FMT          TO INF-CAMPO-VLR
           MOVE LINHA-INF-CAMPO  TO WS-LINHA-INF
           PERFORM GRAVA-LINHA-INF
           MOVE 'NOME COMPLETO....:' TO INF-CAMPO-ROT
           MOVE VEN-NOME             TO INF-CAMPO-VLR
           MOVE LINHA-INF-CAMPO  TO WS-LINHA-INF
           PERFORM GRAVA-LINHA-INF
           MOVE 'NATUREZA.........:' TO INF-CAMPO-ROT
           EVALUATE TRUE
              WHEN VEN-EMPREGADO
                 MOVE 'COMISSOES - TRABALHO ASSALARIADO'
                   TO INF-CAMPO-VLR
              WHEN VEN-INDEPENDENTE
                 MOVE 'COMISSOES - TRABALHO SEM VINCULO EMPREGATICIO'
                   TO INF-CAMPO-VLR
              WHEN OTHER
                 MOVE 'COMISSOES E CORRETAGENS' TO INF-CAMPO-VLR
           END-EVALUATE
           MOVE LINHA-INF-CAMPO  TO WS-LINHA-INF
           PERFORM GRAVA-LINHA-INF

      *    3 - Rendimentos tributaveis, deducoes e imposto retido.
           MOVE 2 TO WS-SALTO
           MOVE '3. RENDIMENTOS TRIBUTAVEIS, DEDUCOES E IMPOSTO SOBRE'
             TO INF-SECAO
           MOVE LINHA-INF-SECAO  TO WS-LINHA-INF
           PERFORM GRAVA-LINHA-INF
           MOVE 1 TO WS-SALTO
           MOVE '   A RENDA RETIDO NA FONTE (VALORES EM REAIS)'
             TO INF-SECAO
           MOVE LINHA-INF-SECAO  TO WS-LINHA-INF
           PERFORM GRAVA-LINHA-INF
           MOVE '01. TOTAL DOS RENDIMENTOS' TO INF-VLR-ROT
           MOVE WS-ANO-BRUTO     TO INF-VLR
           MOVE LINHA-INF-VALOR  TO WS-LINHA-INF
           PERFORM GRAVA-LINHA-INF
           MOVE '02. CONTRIBUICAO PREVIDENCIARIA OFICIAL (INSS)'
             TO INF-VLR-ROT
           MOVE WS-ANO-INSS      TO INF-VLR
           MOVE LINHA-INF-VALOR  TO WS-LINHA-INF
           PERFORM GRAVA-LINHA-INF
           MOVE '05. IMPOSTO SOBRE A RENDA RETIDO NA FONTE'
             TO INF-VLR-ROT
           MOVE WS-ANO-IRRF      TO INF-VLR
           MOVE LINHA-INF-VALOR  TO WS-LINHA-INF
           PERFORM GRAVA-LINHA-INF

      *    7 - Informacoes complementares: o mes a mes do ano.
           MOVE 2 TO WS-SALTO
           MOVE '7. INFORMACOES COMPLEMENTARES' TO INF-SECAO
           MOVE LINHA-INF-SECAO  TO WS-LINHA-INF
           PERFORM GRAVA-LINHA-INF
           MOVE 1 TO WS-SALTO
           MOVE '   VALORES POR MES DE PAGAMENTO; ISS RETIDO PELA FONTE'
             TO INF-SECAO
           MOVE LINHA-INF-SECAO  TO WS-LINHA-INF
           PERFORM GRAVA-LINHA-INF
           MOVE '   PAGADORA NA QUALIDADE DE TOMADORA DO SERVICO.'
             TO INF-SECAO
           MOVE LINHA-INF-SECAO  TO WS-LINHA-INF
           PERFORM GRAVA-LINHA-INF
           MOVE LINHA-INF-MES-CAB TO WS-LINHA-INF
           PERFORM GRAVA-LINHA-INF
           PERFORM IMPRIME-MES
               VARYING WS-IDX-MES FROM 1 BY 1 UNTIL WS-IDX-MES > 12
           MOVE 'ANO'            TO INF-MES
           MOVE WS-ANO-BRUTO     TO INF-MES-BRUTO
           MOVE WS-ANO-INSS      TO INF-MES-INSS
           MOVE WS-ANO-IRRF      TO INF-MES-IRRF
           MOVE WS-ANO-ISS       TO INF-MES-ISS
           MOVE WS-ANO-LIQUIDO   TO INF-MES-LIQ
           MOVE LINHA-INF-MES    TO WS-LINHA-INF
           PERFORM GRAVA-LINHA-INF

      *    8 - Responsavel pelas informacoes.
           MOVE 2 TO WS-SALTO
           MOVE '8. RESPONSAVEL PELAS INFORMACOES' TO INF-SECAO
           MOVE LINHA-INF-SECAO  TO WS-LINHA-INF
           PERFORM GRAVA-LINHA-INF
           MOVE 1 TO WS-SALTO
           MOVE 'NOME.............:' TO INF-CAMPO-ROT
           MOVE LK-PAR-BENEF-NOME    TO INF-CAMPO-VLR
           MOVE LINHA-INF-CAMPO  TO WS-LINHA-INF
           PERFORM GRAVA-LINHA-INF
           MOVE LINHA-INF-RESP   TO WS-LINHA-INF
           PERFORM GRAVA-LINHA-INF
           MOVE LINHA-TRACO      TO WS-LINHA-INF
           PERFORM GRAVA-LINHA-INF
           .
       IMPRIME-INFORME-FIM.
           EXIT.

      *-----------------------------------------------------------*
       IMPRIME-MES.
      *-----------------------------------------------------------*
           MOVE WS-NOME-MES    (WS-IDX-MES) TO INF-MES
           MOVE WS-MES-BRUTO   (WS-IDX-MES) TO INF-MES-BRUTO
           MOVE WS-MES-INSS    (WS-IDX-MES) TO INF-MES-INSS
           MOVE WS-MES-IRRF    (WS-IDX-MES) TO INF-MES-IRRF
           MOVE WS-MES-ISS     (WS-IDX-MES) TO INF-MES-ISS
           MOVE WS-MES-LIQUIDO (WS-IDX-MES) TO INF-MES-LIQ
           MOVE LINHA-INF-MES  TO WS-LINHA-INF
           PERFORM GRAVA-LINHA-INF
           .
       IMPRIME-MES-FIM.
           EXIT.

      *-----------------------------------------------------------*
       GRAVA-LINHA-INF.
      *-----------------------------------------------------------*
           WRITE RELINF-REL FROM WS-LINHA-INF
                 AFTER ADVANCING WS-SALTO LINES
           IF COM-COPIA
              IF WS-SALTO > 1
                 WRITE VENINF-REG FROM LINHA-BRANCO
              END-IF
              WRITE VENINF-REG FROM WS-LINHA-INF
           END-IF
           .
       GRAVA-LINHA-INF-FIM.
           EXIT.

      *-----------------------------------------------------------*
       GRAVA-DETALHE.
      *-----------------------------------------------------------*
      *    Resumo da declaracao: um DET por mes com pagamento.
           IF WS-MES-BRUTO (WS-IDX-MES) = ZEROS
              GO TO GRAVA-DETALHE-FIM
           END-IF

           MOVE VEN-CPF     TO WRD-CPF
           MOVE VEN-COD     TO WRD-CODV
           MOVE VEN-NOME    TO WRD-NOME
           MOVE VEN-VINCULO TO WRD-VINCULO
           MOVE VEN-REGIME  TO WRD-REGIME
           COMPUTE WRD-ANOMES  = WS-ANO * 100 + WS-IDX-MES
           COMPUTE WRD-BRUTO   = WS-MES-BRUTO   (WS-IDX-MES) * 100
           COMPUTE WRD-INSS    = WS-MES-INSS    (WS-IDX-MES) * 100
           COMPUTE WRD-IRRF    = WS-MES-IRRF    (WS-IDX-MES) * 100
           COMPUTE WRD-ISS     = WS-MES-ISS     (WS-IDX-MES) * 100
           COMPUTE WRD-LIQUIDO = WS-MES-LIQUIDO (WS-IDX-MES) * 100
           WRITE INFREND-REG FROM WS-REG-DETALHE

           ADD 1           TO WS-QTD-DET
           ADD WRD-BRUTO   TO WS-SOMA-BRUTO-CENT
           ADD WRD-INSS    TO WS-SOMA-INSS-CENT
           ADD WRD-IRRF    TO WS-SOMA-IRRF-CENT
           ADD WRD-ISS     TO WS-SOMA-ISS-CENT
           .
       GRAVA-DETALHE-FIM.
           EXIT.

      *-----------------------------------------------------------*
       DEPOSITA-VENDEDOR.
      *-----------------------------------------------------------*
      *    Leva o comprovante para a caixa de saida do vendedor
      *    (PROG76/OUTMAN.ARQ).
           MOVE VEN-COD         TO LK-OBX-CODV
           MOVE 'PROG182'       TO LK-OBX-PROGRAMA
           MOVE WS-ARQ-VENINF   TO LK-OBX-ARQUIVO
           MOVE SPACES          TO LK-OBX-DESCRICAO
           STRING 'INFORME DE RENDIMENTOS ' WS-ANO
                  DELIMITED BY SIZE
             INTO LK-OBX-DESCRICAO
           END-STRING
           CALL "PROG76" USING LK-OUTBOX END-CALL
           .
       DEPOSITA-VENDEDOR-FIM.
           EXIT.

      *-----------------------------------------------------------*
       CONFERE-COMISSAO.
      *-----------------------------------------------------------*
           READ COMISSAO NEXT AT END
                GO TO CONFERE-COMISSAO-SAI
           END-READ

           MOVE COM-DT-PAGAMENTO TO WS-DATA-PAGTO
           IF NOT COM-PAGA OR WS-DP-ANO NOT = WS-ANO
              GO TO CONFERE-COMISSAO-SAI
           END-IF

           MOVE COM-CODV TO VEN-COD
           READ VENDEDOR KEY IS VEN-COD
                INVALID KEY
                   MOVE 'COMISSAO'   TO EXC-TIPO
                   MOVE COM-CODV     TO EXC-CODV
                   MOVE COM-ANOMES   TO EXC-ANOMES
                   MOVE COM-VALOR    TO EXC-VALOR
                   PERFORM IMP-EXCECAO
           END-READ
           .
       CONFERE-COMISSAO-SAI.
           EXIT.

      *-----------------------------------------------------------*
       CONFERE-OVERRIDE.
      *-----------------------------------------------------------*
           READ COMOVER NEXT AT END
                GO TO CONFERE-OVERRIDE-SAI
           END-READ

           MOVE COV-DT-PAGAMENTO TO WS-DATA-PAGTO
           IF NOT COV-PAGO OR WS-DP-ANO NOT = WS-ANO
              GO TO CONFERE-OVERRIDE-SAI
           END-IF

           MOVE COV-CODV TO VEN-COD
           READ VENDEDOR KEY IS VEN-COD
                INVALID KEY
                   MOVE 'OVERRIDE'   TO EXC-TIPO
                   MOVE COV-CODV     TO EXC-CODV
                   MOVE COV-ANOMES   TO EXC-ANOMES
                   MOVE COV-VALOR    TO EXC-VALOR
                   PERFORM IMP-EXCECAO
           END-READ
           .
       CONFERE-OVERRIDE-SAI.
           EXIT.

      *-----------------------------------------------------------*
       IMP-EXCECAO.
      *-----------------------------------------------------------*
      *    A primeira excecao abre a pagina de fechamento.
           IF NOT TEM-EXCECAO
              WRITE RELINF-REL FROM LINHA-INF-ANO AFTER ADVANCING PAGE
              MOVE 'PAGAMENTOS DE VENDEDOR FORA DO CADASTRO (FAZER O'
                TO INF-SECAO
              WRITE RELINF-REL FROM LINHA-INF-SECAO
                    AFTER ADVANCING 2 LINES
              MOVE 'COMPROVANTE A MAO - VER VENEXC.ARQ)' TO INF-SECAO
              WRITE RELINF-REL FROM LINHA-INF-SECAO
                    AFTER ADVANCING 1 LINE
              WRITE RELINF-REL FROM LINHA-TRACO AFTER ADVANCING 1 LINE
              SET TEM-EXCECAO TO TRUE
           END-IF

           ADD 1 TO WS-QTD-SEM-CAD
           MOVE WS-DATA-PAGTO TO WS-DATA-AMD
           PERFORM EDITA-DATA
           MOVE WS-DATA-DMA   TO EXC-DT-PAGTO
           WRITE RELINF-REL FROM LINHA-EXC AFTER ADVANCING 1 LINE
               AT END-OF-PAGE
                  WRITE RELINF-REL FROM LINHA-INF-ANO
                        AFTER ADVANCING PAGE
           END-WRITE
           .
       IMP-EXCECAO-FIM.
           EXIT.

      *-----------------------------------------------------------*
       EDITA-DATA.
      *-----------------------------------------------------------*
           MOVE WS-AMD-DIA TO WS-DMA-DIA
           MOVE WS-AMD-MES TO WS-DMA-MES
           MOVE WS-AMD-ANO TO WS-DMA-ANO
           .
       EDITA-DATA-FIM.
           EXIT.

      *-----------------------------------------------------------*
       TOTAIS.
      *-----------------------------------------------------------*
           IF NOT TEM-EXCECAO
              WRITE RELINF-REL FROM LINHA-INF-ANO AFTER ADVANCING PAGE
           END-IF
           MOVE WS-QTD-LIDOS     TO TOT-LIDOS
           MOVE WS-QTD-INFORMES  TO TOT-INFORMES
           MOVE WS-QTD-SEM-CAD   TO TOT-SEM-CAD
           WRITE RELINF-REL FROM LINHA-TRACO AFTER ADVANCING 2 LINES
           WRITE RELINF-REL FROM LINHA-TOT AFTER ADVANCING 1 LINE

           MOVE WS-TOT-BRUTO     TO TOT-BRUTO
           WRITE RELINF-REL FROM LINHA-TOT-VLR AFTER ADVANCING 1 LINE
           MOVE WS-TOT-INSS      TO TOT-INSS
           MOVE WS-TOT-IRRF      TO TOT-IRRF
           MOVE WS-TOT-ISS       TO TOT-ISS
           WRITE RELINF-REL FROM LINHA-TOT-RET AFTER ADVANCING 1 LINE
           MOVE WS-SEQ-ARQUIVO   TO TOT-SEQ
           WRITE RELINF-REL FROM LINHA-TOT-ARQ AFTER ADVANCING 1 LINE

           DISPLAY 'PROG182: ANO ' WS-ANO
                   ' INFORMES ' WS-QTD-INFORMES
                   ' SEM CADASTRO ' WS-QTD-SEM-CAD
           DISPLAY 'PROG182: INFREND_' WS-ANO '.TXT SEQ '
                   WS-SEQ-ARQUIVO ' RENDIMENTOS ' TOT-BRUTO
           .
       TOTAIS-FIM.
           EXIT.

      *-----------------------------------------------------------*
       MOSTRA-ERRO.
      *-----------------------------------------------------------*
           IF MODO-BATCH
              DISPLAY 'PROG182: ' WS-MSGERRO
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

      *    O relatorio vai para o SPOOL\ com nome datado (PROG35) e
      *    entra no catalogo ao final.
           MOVE 'N'             TO LK-SPL-OPER
           MOVE 'PROG182'       TO LK-SPL-PROGRAMA
           MOVE 'INFREND.TXT'   TO LK-SPL-SUFIXO
           CALL "PROG35" USING LK-SPOOL END-CALL
           MOVE LK-SPL-CAMINHO TO WS-ARQ-RELINF
           .
       MONTA-CAMINHOS-FIM.
           EXIT.

      *-----------------------------------------------------------*
       ABRIR-ARQUIVO.
      *-----------------------------------------------------------*
      *    O resumo leva o ano no nome: INFREND_AAAA.TXT.
           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'INFREND_'                   DELIMITED BY SIZE
                  WS-ANO                       DELIMITED BY SIZE
                  '.TXT'                       DELIMITED BY SIZE
             INTO WS-ARQ-INFREND
           END-STRING

           OPEN INPUT COMISSAO
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

           OPEN INPUT COMOVER
           IF FSO-OK
              SET TEM-COMOVER TO TRUE
           END-IF

           OPEN OUTPUT INFREND
           OPEN OUTPUT RELINF
           .
       ABRIR-ARQUIVO-FIM.
           EXIT.

      *-----------------------------------------------------------*
        FINALIZA.
      *-----------------------------------------------------------*
           CLOSE COMISSAO VENDEDOR INFREND RELINF
           IF TEM-COMOVER
              CLOSE COMOVER
           END-IF

           MOVE 'R'            TO LK-SPL-OPER
           MOVE 'PROG182'      TO LK-SPL-PROGRAMA
           MOVE SPACES         TO LK-SPL-PARAMS
           STRING 'ANO=' WS-ANO DELIMITED BY SIZE
             INTO LK-SPL-PARAMS
           END-STRING
           MOVE WS-QTD-INFORMES TO LK-SPL-QTDE
           MOVE WS-ARQ-RELINF   TO LK-SPL-CAMINHO
           CALL "PROG35" USING LK-SPOOL END-CALL

           MOVE WS-RETCODE TO RETURN-CODE
           GOBACK.
