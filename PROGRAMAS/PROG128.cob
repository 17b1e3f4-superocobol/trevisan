      ******************************************************************
      * Autor.....: Alexandre Trevisani (PROVA COBOL)
      * Data......: Julho/2019
      * Programa..: PROG128 - Régua de Cobrança das Faturas Vencidas
      * Chamadas..: PROG41 - Leitura dos Parametros Gerais
      *             PROG125 - Calculo de Encargos por Atraso
      *             PROG35 - Spool e Catalogo de Relatorios
      *             PROG76 - Deposito na Caixa de Saida do Vendedor
      *             PROG58 - Identificador de Execucao
      *             PROG10 - Tratamento de erros de FILE-STATUS
      * Observação: Varre FATURA.ARQ e, para cada fatura aberta com
      *             saldo, conta os dias de atraso a partir do
      *             vencimento util (PROG125) e escolhe a etapa da
      *             regua pelos dias de PARAM.ARQ (PROG42):
      *             1 = lembrete amigavel, 2 = aviso formal e
      *             3 = ultimo aviso. Sai so a carta da etapa mais
      *             alta alcancada, e so se ela (ou uma posterior)
      *             ainda nao saiu para a fatura: COBRHIST.ARQ guarda
      *             uma entrada por carta emitida. As cartas vao
      *             para o spool do PROG35 (uma por pagina) e uma
      *             copia de cada vai para o arquivo do vendedor
      *             responsavel (CLI-VEND), no arquivo
      *             COBRANCA_nnnnn_AAAAMMDD.TXT, depositado na caixa
      *             de saida dele pelo PROG76 ao final. Roda sem
      *             tela, na cadeia noturna do PROG34.
      * Cod.Retorno (RETURN-CODE):
      *             0 = processamento normal
      *             4 = nenhuma carta a emitir
      *            12 = arquivo ausente ou aborto por file-status
      * Historico.:
      *   2026 mnt - Programa novo.
      ******************************************************************
       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         PROG128.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SPECIAL-NAMES.      DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.

       SELECT FATURA ASSIGN TO WS-ARQ-FATURA
              ORGANIZATION         IS INDEXED
              ACCESS  MODE         IS DYNAMIC
              FILE STATUS          IS FAT-STAT
              ALTERNATE RECORD KEY IS FAT-CODC WITH DUPLICATES
              RECORD KEY           IS FAT-KEY.

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

       SELECT COBRHIST ASSIGN TO WS-ARQ-COBRHIST
              ORGANIZATION         IS INDEXED
              ACCESS MODE          IS DYNAMIC
              FILE STATUS          IS CBH-STAT
              ALTERNATE RECORD KEY IS CBH-CODC WITH DUPLICATES
              RECORD KEY           IS CBH-KEY.

       SELECT RELCOB ASSIGN TO WS-ARQ-RELCOB
              ORGANIZATION         IS LINE SEQUENTIAL
              FILE STATUS          IS REL-STAT.

       SELECT VENCOB ASSIGN TO WS-ARQ-VENCOB
              ORGANIZATION         IS LINE SEQUENTIAL
              FILE STATUS          IS VCB-STAT.

       DATA            DIVISION.
       FILE            SECTION.

       COPY FD_FATURA.

       COPY FD_CLIENTES.

       COPY FD_COBRHIST.

       FD RELCOB
           LINAGE IS 55 LINES
           WITH FOOTING AT 51
           LINES AT TOP 3
           LINES AT BOTTOM 2.

       01 RELCOB-REL.
          05 REL-IMP        PIC X(100).

       FD VENCOB.

       01 VENCOB-REG.
          05 VCB-IMP        PIC X(100).

       WORKING-STORAGE SECTION.

       77 WS-DIR-DADOS       PIC X(50) VALUE SPACES.
       77 WS-ARQ-FATURA      PIC X(70) VALUE SPACES.
       77 WS-ARQ-CLIENTES    PIC X(70) VALUE SPACES.
       77 WS-ARQ-COBRHIST    PIC X(70) VALUE SPACES.
       77 WS-ARQ-RELCOB      PIC X(90) VALUE SPACES.
       77 WS-ARQ-VENCOB      PIC X(90) VALUE SPACES.

       77 FAT-STAT          PIC 9(02).
           88 FSF-OK        VALUE ZEROS.
           88 FSF-FIM-REG   VALUE 10.
           88 FSF-NAO-EXISTE VALUE 35.

       77 CLI-STAT          PIC 9(02).
           88 FSC-OK        VALUE ZEROS.
           88 FSC-NAO-EXISTE VALUE 35.

       77 CBH-STAT          PIC 9(02).
           88 FSH-OK        VALUE ZEROS.
           88 FSH-NAO-EXISTE VALUE 35.

       77 REL-STAT          PIC 9(02).
           88 FSR-OK        VALUE ZEROS.

       77 VCB-STAT          PIC 9(02).
           88 FSV-OK        VALUE ZEROS.

       77 WS-RETCODE        PIC 9(02) VALUE ZEROS.

       77 WS-DATA-HOJE      PIC 9(08) VALUE ZEROS.

      *    Dias de atraso de cada etapa da regua (PARAM.ARQ).
       77 WS-DIAS-ETAPA-1   PIC 9(03) VALUE 5.
       77 WS-DIAS-ETAPA-2   PIC 9(03) VALUE 15.
       77 WS-DIAS-ETAPA-3   PIC 9(03) VALUE 30.

       77 WS-SALDO          PIC 9(09)V99 VALUE ZEROS.
       77 WS-ETAPA          PIC 9(01) VALUE ZEROS.
       77 WS-ETAPA-ENVIADA  PIC 9(01) VALUE ZEROS.

       77 WS-QTD-LIDAS      PIC 9(06) VALUE ZEROS.
       77 WS-QTD-CARTAS     PIC 9(06) VALUE ZEROS.
       77 WS-QTD-ETAPA-1    PIC 9(06) VALUE ZEROS.
       77 WS-QTD-ETAPA-2    PIC 9(06) VALUE ZEROS.
       77 WS-QTD-ETAPA-3    PIC 9(06) VALUE ZEROS.
       77 WS-QTD-SEM-VEND   PIC 9(06) VALUE ZEROS.

       77 WS-NOME-CLIENTE   PIC X(40) VALUE SPACES.
       77 WS-CNPJ-CLIENTE   PIC X(18) VALUE SPACES.
       77 WS-VEND-CLIENTE   PIC 9(05) VALUE ZEROS.

      *    Vendedores que receberam copia nesta rodada: o arquivo de
      *    cada um e' criado na primeira carta e estendido nas
      *    seguintes; ao final todos vao para a caixa de saida.
       01 WS-TAB-VEND.
           05 WS-TV-COD     PIC 9(05) OCCURS 2000 TIMES.
       77 WS-QTD-VENDS      PIC 9(04) VALUE ZEROS.
       77 WS-IDX            PIC 9(04) VALUE ZEROS.
       77 WS-IDX-ACHOU      PIC 9(04) VALUE ZEROS.
       77 WS-VEN-COD-TXT    PIC 9(05) VALUE ZEROS.

       77 WS-COPIA-VEND     PIC X(01) VALUE 'N'.
           88 COM-COPIA     VALUE 'S'.
           88 SEM-COPIA     VALUE 'N'.

       01 WS-LINHA-CARTA    PIC X(100) VALUE SPACES.
       77 WS-SALTO          PIC 9(02) VALUE 1.

       01 LINHA-CAR-CAB.
           05 FILLER        PIC X(030) VALUE
           'PROVA DE COBOL '.
           05 CAR-REL-TITULO PIC X(030).
           05 FILLER        PIC X(009) VALUE 'FATURA : '.
           05 CAR-REL-FATURA PIC 9(08).

       01 LINHA-TRACO.
           05 FILLER        PIC X(80) VALUE ALL '='.

       01 LINHA-CAR-DATA.
           05 FILLER        PIC X(11) VALUE 'DATA......:'.
           05 FILLER        PIC X(01) VALUE SPACES.
           05 CAR-REL-HOJE  PIC X(10).

       01 LINHA-CAR-CLI.
           05 FILLER        PIC X(11) VALUE 'CLIENTE...:'.
           05 FILLER        PIC X(01) VALUE SPACES.
           05 CAR-REL-CODC  PIC 9(07).
           05 FILLER        PIC X(02) VALUE SPACES.
           05 CAR-REL-NOME  PIC X(40).

       01 LINHA-CAR-CNPJ.
           05 FILLER        PIC X(11) VALUE 'CNPJ......:'.
           05 FILLER        PIC X(01) VALUE SPACES.
           05 CAR-REL-CNPJ  PIC X(18).

       01 LINHA-CAR-VENCTO.
           05 FILLER        PIC X(11) VALUE 'VENCIMENTO:'.
           05 FILLER        PIC X(01) VALUE SPACES.
           05 CAR-REL-VENCTO PIC X(10).
           05 FILLER        PIC X(19) VALUE '  DIAS EM ATRASO : '.
           05 CAR-REL-DIAS  PIC ZZZZ9.

       01 LINHA-CAR-SALDO.
           05 FILLER        PIC X(11) VALUE 'SALDO R$..:'.
           05 FILLER        PIC X(01) VALUE SPACES.
           05 CAR-REL-SALDO PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER        PIC X(19) VALUE '  ATUALIZADO R$ : '.
           05 CAR-REL-DEVIDO PIC ZZZ.ZZZ.ZZ9,99.

      *    Texto de cada etapa, tres linhas por carta.
       01 WS-TEXTOS-ETAPA.
           05 FILLER        PIC X(70) VALUE
           'CONSTA EM ABERTO EM NOSSOS REGISTROS A FATURA ACIMA.'.
           05 FILLER        PIC X(70) VALUE
           'CASO O PAGAMENTO JA TENHA SIDO EFETUADO, DESCONSIDERE'.
           05 FILLER        PIC X(70) VALUE
           'ESTE LEMBRETE. AGRADECEMOS A ATENCAO.'.
           05 FILLER        PIC X(70) VALUE
           'NOTIFICAMOS QUE A FATURA ACIMA PERMANECE EM ATRASO.'.
           05 FILLER        PIC X(70) VALUE
           'SOLICITAMOS A REGULARIZACAO NO PRAZO DE CINCO DIAS UTEIS,'.
           05 FILLER        PIC X(70) VALUE
           'COM OS ENCARGOS DE ATRASO INDICADOS NO VALOR ATUALIZADO.'.
           05 FILLER        PIC X(70) VALUE
           'ULTIMO AVISO: A FATURA ACIMA SEGUE SEM PAGAMENTO.'.
           05 FILLER        PIC X(70) VALUE
           'NAO HAVENDO REGULARIZACAO, NOVOS PEDIDOS FICAM BLOQUEADOS'.
           05 FILLER        PIC X(70) VALUE
           'E O DEBITO PODERA SER ENCAMINHADO A COBRANCA EXTERNA.'.
       01 WS-TEXTOS-ETAPA-R REDEFINES WS-TEXTOS-ETAPA.
           05 WS-TXE-ETAPA  OCCURS 3 TIMES.
              10 WS-TXE-LINHA PIC X(70) OCCURS 3 TIMES.
       77 WS-IDX-TXT        PIC 9(01) VALUE ZEROS.

       01 WS-TITULOS-ETAPA.
           05 FILLER        PIC X(30) VALUE 'LEMBRETE DE PAGAMENTO'.
           05 FILLER        PIC X(30) VALUE 'AVISO DE DEBITO EM ATRASO'.
           05 FILLER        PIC X(30) VALUE 'ULTIMO AVISO DE COBRANCA'.
       01 WS-TITULOS-ETAPA-R REDEFINES WS-TITULOS-ETAPA.
           05 WS-TIT-ETAPA  PIC X(30) OCCURS 3 TIMES.

       01 LINHA-TOTAIS.
           05 FILLER        PIC X(16) VALUE 'FATURAS LIDAS: '.
           05 TOT-LIDAS     PIC ZZZZZ9.
           05 FILLER        PIC X(12) VALUE '  CARTAS: '.
           05 TOT-CARTAS    PIC ZZZZZ9.
           05 FILLER        PIC X(14) VALUE '  LEMBRETES: '.
           05 TOT-ETAPA-1   PIC ZZZZZ9.
           05 FILLER        PIC X(10) VALUE '  AVISOS: '.
           05 TOT-ETAPA-2   PIC ZZZZZ9.
           05 FILLER        PIC X(11) VALUE '  ULTIMOS: '.
           05 TOT-ETAPA-3   PIC ZZZZZ9.

       01 LINHA-BRANCO      PIC X(80) VALUE SPACES.

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

       COPY LK_FILE_STATUS.

       COPY LK_IDEXEC.

       COPY LK_PARAM.

       COPY LK_SPOOL.

       COPY LK_ENCARGO.

       COPY LK_OUTBOX.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM MONTA-CAMINHOS
           MOVE 'PROG128' TO LK-IDX-PROGRAMA
           CALL "PROG58" USING LK-IDEXEC END-CALL
           MOVE LK-IDX-ID TO LK-IDE

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE WS-DATA-HOJE TO WS-DATA-AMD
           PERFORM EDITA-DATA
           MOVE WS-DATA-DMA  TO CAR-REL-HOJE

      *    Etapas da regua parametrizadas (PROG42); o PROG41 ja
      *    devolve o padrao 5/15/30 sem PARAM.ARQ.
           CALL "PROG41" USING LK-PARAM END-CALL
           MOVE LK-PAR-COBR-DIAS-1 TO WS-DIAS-ETAPA-1
           MOVE LK-PAR-COBR-DIAS-2 TO WS-DIAS-ETAPA-2
           MOVE LK-PAR-COBR-DIAS-3 TO WS-DIAS-ETAPA-3

           PERFORM ABRIR-ARQUIVO

           MOVE LOW-VALUES TO FATURA-FAT
           START FATURA KEY NOT LESS THAN FAT-KEY
                 INVALID KEY
                    MOVE 10 TO FAT-STAT
           END-START

           PERFORM PROCESSA-FATURA
              THRU PROCESSA-FATURA-SAI UNTIL FSF-FIM-REG

           PERFORM DEPOSITA-VENDEDOR
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-QTD-VENDS

           PERFORM FECHA-TOTAIS
           PERFORM FINALIZA
           .
       FIM-PROCES.
           EXIT.

      *-------------------------------------------------------------*
       PROCESSA-FATURA.
      *-------------------------------------------------------------*
           READ FATURA NEXT AT END
                GO TO PROCESSA-FATURA-SAI
           END-READ

           ADD 1 TO WS-QTD-LIDAS

           IF NOT FAT-ABERTA
              GO TO PROCESSA-FATURA-SAI
           END-IF

           IF FAT-VALOR-PAGO NOT < FAT-VALOR
              GO TO PROCESSA-FATURA-SAI
           END-IF
           COMPUTE WS-SALDO = FAT-VALOR - FAT-VALOR-PAGO

      *    Dias de atraso e valor atualizado pela mesma regra da
      *    baixa (vencimento util, multa e juros de PARAM.ARQ).
           MOVE FAT-VENCTO   TO LK-ENC-VENCTO
           MOVE WS-DATA-HOJE TO LK-ENC-DATA
           MOVE WS-SALDO     TO LK-ENC-SALDO
           MOVE ZEROS        TO LK-ENC-RECEBIDO
           MOVE 'N'          TO LK-ENC-DISPENSA
           CALL "PROG125" USING LK-ENCARGO END-CALL
           IF LK-ENC-RET NOT = '0'
              GO TO PROCESSA-FATURA-SAI
           END-IF

           EVALUATE TRUE
               WHEN LK-ENC-DIAS NOT < WS-DIAS-ETAPA-3
                    MOVE 3 TO WS-ETAPA
               WHEN LK-ENC-DIAS NOT < WS-DIAS-ETAPA-2
                    MOVE 2 TO WS-ETAPA
               WHEN LK-ENC-DIAS NOT < WS-DIAS-ETAPA-1
                    MOVE 1 TO WS-ETAPA
               WHEN OTHER
                    GO TO PROCESSA-FATURA-SAI
           END-EVALUATE

           PERFORM CONFERE-HISTORICO THRU CONFERE-HISTORICO-FIM
           IF WS-ETAPA-ENVIADA NOT < WS-ETAPA
              GO TO PROCESSA-FATURA-SAI
           END-IF

           PERFORM EMITE-CARTA THRU EMITE-CARTA-FIM
           .
       PROCESSA-FATURA-SAI.
           EXIT.

      *-------------------------------------------------------------*
       CONFERE-HISTORICO.
      *-------------------------------------------------------------*
      *    Etapa mais alta ja emitida para a fatura (ZEROS = nenhuma).
      *    Fatura que pulou etapas (rodada parada, vencimento antigo)
      *    recebe direto a carta da etapa atual.
           MOVE ZEROS      TO WS-ETAPA-ENVIADA
           MOVE FAT-NUMERO TO CBH-FATURA
           MOVE 3          TO CBH-ESTAGIO
           READ COBRHIST
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   MOVE 3 TO WS-ETAPA-ENVIADA
                   GO TO CONFERE-HISTORICO-FIM
           END-READ

           MOVE 2          TO CBH-ESTAGIO
           READ COBRHIST
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   MOVE 2 TO WS-ETAPA-ENVIADA
                   GO TO CONFERE-HISTORICO-FIM
           END-READ

           MOVE 1          TO CBH-ESTAGIO
           READ COBRHIST
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   MOVE 1 TO WS-ETAPA-ENVIADA
           END-READ
           .
       CONFERE-HISTORICO-FIM.
           EXIT.

      *-------------------------------------------------------------*
       EMITE-CARTA.
      *-------------------------------------------------------------*
           MOVE SPACES TO WS-NOME-CLIENTE WS-CNPJ-CLIENTE
           MOVE ZEROS  TO WS-VEND-CLIENTE
           MOVE FAT-CODC TO CLI-COD
           READ CLIENTES KEY IS CLI-COD
                INVALID KEY
                   MOVE '*** CLIENTE NAO CADASTRADO ***'
                        TO WS-NOME-CLIENTE
                NOT INVALID KEY
                   MOVE CLI-NOME     TO WS-NOME-CLIENTE
                   MOVE CLI-CNPJ-FMT TO WS-CNPJ-CLIENTE
                   MOVE CLI-VEND     TO WS-VEND-CLIENTE
           END-READ

      *    Registra a etapa antes de imprimir: se a rodada cair no
      *    meio, a carta nao sai repetida na proxima.
           MOVE FAT-NUMERO      TO CBH-FATURA
           MOVE WS-ETAPA        TO CBH-ESTAGIO
           MOVE FAT-CODC        TO CBH-CODC
           MOVE WS-VEND-CLIENTE TO CBH-CODV
           MOVE WS-DATA-HOJE    TO CBH-DATA
           MOVE FAT-VENCTO      TO CBH-VENCTO
           MOVE LK-ENC-DIAS     TO CBH-DIAS-ATRASO
           MOVE WS-SALDO        TO CBH-SALDO
           MOVE LK-ENC-DEVIDO   TO CBH-DEVIDO
           MOVE LK-IDX-ID       TO CBH-IDEXEC
           WRITE COBRHIST-CBH
                 INVALID KEY
                   MOVE 'EMITE-CARTA'                     TO LK-PAR
                   MOVE 'WRITE'                           TO LK-CMD
                   MOVE 'COBRHIST'                        TO LK-ARQ
                   MOVE CBH-STAT                          TO LK-STA
                   PERFORM ERRO-FILE-STATUS
                   MOVE 12 TO WS-RETCODE
                   PERFORM FINALIZA
           END-WRITE

           ADD 1 TO WS-QTD-CARTAS
           EVALUATE WS-ETAPA
               WHEN 1 ADD 1 TO WS-QTD-ETAPA-1
               WHEN 2 ADD 1 TO WS-QTD-ETAPA-2
               WHEN 3 ADD 1 TO WS-QTD-ETAPA-3
           END-EVALUATE

           SET SEM-COPIA TO TRUE
           IF WS-VEND-CLIENTE = ZEROS
              ADD 1 TO WS-QTD-SEM-VEND
           ELSE
              PERFORM ABRE-COPIA-VENDEDOR
                 THRU ABRE-COPIA-VENDEDOR-FIM
           END-IF

           PERFORM IMPRIME-CARTA

           IF COM-COPIA
              CLOSE VENCOB
           END-IF
           .
       EMITE-CARTA-FIM.
           EXIT.

      *-------------------------------------------------------------*
       ABRE-COPIA-VENDEDOR.
      *-------------------------------------------------------------*
      *    Arquivo do vendedor: COBRANCA_nnnnn_AAAAMMDD.TXT, criado
      *    na primeira carta da rodada e estendido nas seguintes.
           MOVE WS-VEND-CLIENTE TO WS-VEN-COD-TXT
           MOVE SPACES          TO WS-ARQ-VENCOB
           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'COBRANCA_'                  DELIMITED BY SIZE
                  WS-VEN-COD-TXT               DELIMITED BY SIZE
                  '_'                          DELIMITED BY SIZE
                  WS-DATA-HOJE                 DELIMITED BY SIZE
                  '.TXT'                       DELIMITED BY SIZE
             INTO WS-ARQ-VENCOB
           END-STRING

           MOVE ZEROS TO WS-IDX-ACHOU
           PERFORM PROCURA-VENDEDOR
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-QTD-VENDS
                  OR WS-IDX-ACHOU NOT = ZEROS

           IF WS-IDX-ACHOU = ZEROS
              IF WS-QTD-VENDS = 2000
                 GO TO ABRE-COPIA-VENDEDOR-FIM
              END-IF
              ADD 1 TO WS-QTD-VENDS
              MOVE WS-VEND-CLIENTE TO WS-TV-COD (WS-QTD-VENDS)
              OPEN OUTPUT VENCOB
           ELSE
              OPEN EXTEND VENCOB
           END-IF

           IF FSV-OK
              SET COM-COPIA TO TRUE
           END-IF
           .
       ABRE-COPIA-VENDEDOR-FIM.
           EXIT.

      *-------------------------------------------------------------*
       PROCURA-VENDEDOR.
      *-------------------------------------------------------------*
           IF WS-TV-COD (WS-IDX) = WS-VEND-CLIENTE
              MOVE WS-IDX TO WS-IDX-ACHOU
           END-IF
           .
       PROCURA-VENDEDOR-FIM.
           EXIT.

      *-------------------------------------------------------------*
       IMPRIME-CARTA.
      *-------------------------------------------------------------*
      *    Uma carta por pagina no spool, pronta para envio; a copia
      *    do vendedor leva as mesmas linhas.
           MOVE WS-TIT-ETAPA (WS-ETAPA) TO CAR-REL-TITULO
           MOVE FAT-NUMERO      TO CAR-REL-FATURA
           MOVE LINHA-CAR-CAB   TO WS-LINHA-CARTA
           WRITE RELCOB-REL FROM WS-LINHA-CARTA AFTER ADVANCING PAGE
           IF COM-COPIA
              WRITE VENCOB-REG FROM LINHA-BRANCO
              WRITE VENCOB-REG FROM WS-LINHA-CARTA
           END-IF

           MOVE LINHA-TRACO     TO WS-LINHA-CARTA
           MOVE 1               TO WS-SALTO
           PERFORM GRAVA-LINHA-CARTA

           MOVE LINHA-CAR-DATA  TO WS-LINHA-CARTA
           MOVE 2               TO WS-SALTO
           PERFORM GRAVA-LINHA-CARTA

           MOVE FAT-CODC        TO CAR-REL-CODC
           MOVE WS-NOME-CLIENTE TO CAR-REL-NOME
           MOVE LINHA-CAR-CLI   TO WS-LINHA-CARTA
           MOVE 2               TO WS-SALTO
           PERFORM GRAVA-LINHA-CARTA

           MOVE WS-CNPJ-CLIENTE TO CAR-REL-CNPJ
           MOVE LINHA-CAR-CNPJ  TO WS-LINHA-CARTA
           MOVE 1               TO WS-SALTO
           PERFORM GRAVA-LINHA-CARTA

           MOVE FAT-VENCTO      TO WS-DATA-AMD
           PERFORM EDITA-DATA
           MOVE WS-DATA-DMA     TO CAR-REL-VENCTO
           MOVE LK-ENC-DIAS     TO CAR-REL-DIAS
           MOVE LINHA-CAR-VENCTO TO WS-LINHA-CARTA
           MOVE 2               TO WS-SALTO
           PERFORM GRAVA-LINHA-CARTA

           MOVE WS-SALDO        TO CAR-REL-SALDO
           MOVE LK-ENC-DEVIDO   TO CAR-REL-DEVIDO
           MOVE LINHA-CAR-SALDO TO WS-LINHA-CARTA
           MOVE 1               TO WS-SALTO
           PERFORM GRAVA-LINHA-CARTA

           MOVE 2               TO WS-SALTO
           PERFORM GRAVA-TEXTO-ETAPA
               VARYING WS-IDX-TXT FROM 1 BY 1
               UNTIL WS-IDX-TXT > 3
           .
       IMPRIME-CARTA-FIM.
           EXIT.

      *-------------------------------------------------------------*
       GRAVA-TEXTO-ETAPA.
      *-------------------------------------------------------------*
           MOVE WS-TXE-LINHA (WS-ETAPA WS-IDX-TXT) TO WS-LINHA-CARTA
           PERFORM GRAVA-LINHA-CARTA
           MOVE 1 TO WS-SALTO
           .
       GRAVA-TEXTO-ETAPA-FIM.
           EXIT.

      *-------------------------------------------------------------*
       GRAVA-LINHA-CARTA.
      *-------------------------------------------------------------*
           WRITE RELCOB-REL FROM WS-LINHA-CARTA
                 AFTER ADVANCING WS-SALTO LINES
           IF COM-COPIA
              WRITE VENCOB-REG FROM WS-LINHA-CARTA
           END-IF
           .
       GRAVA-LINHA-CARTA-FIM.
           EXIT.

      *-------------------------------------------------------------*
       DEPOSITA-VENDEDOR.
      *-------------------------------------------------------------*
      *    Leva o arquivo de copias de cada vendedor para a caixa de
      *    saida dele (PROG76/OUTMAN.ARQ).
           MOVE WS-TV-COD (WS-IDX) TO WS-VEN-COD-TXT
           MOVE SPACES             TO WS-ARQ-VENCOB
           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'COBRANCA_'                  DELIMITED BY SIZE
                  WS-VEN-COD-TXT               DELIMITED BY SIZE
                  '_'                          DELIMITED BY SIZE
                  WS-DATA-HOJE                 DELIMITED BY SIZE
                  '.TXT'                       DELIMITED BY SIZE
             INTO WS-ARQ-VENCOB
           END-STRING

           MOVE WS-TV-COD (WS-IDX) TO LK-OBX-CODV
           MOVE 'PROG128'          TO LK-OBX-PROGRAMA
           MOVE WS-ARQ-VENCOB      TO LK-OBX-ARQUIVO
           MOVE 'CARTAS DE COBRANCA (COPIA)' TO LK-OBX-DESCRICAO
           CALL "PROG76" USING LK-OUTBOX END-CALL
           .
       DEPOSITA-VENDEDOR-FIM.
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
       FECHA-TOTAIS.
      *-------------------------------------------------------------*
           MOVE WS-QTD-LIDAS     TO TOT-LIDAS
           MOVE WS-QTD-CARTAS    TO TOT-CARTAS
           MOVE WS-QTD-ETAPA-1   TO TOT-ETAPA-1
           MOVE WS-QTD-ETAPA-2   TO TOT-ETAPA-2
           MOVE WS-QTD-ETAPA-3   TO TOT-ETAPA-3
           WRITE RELCOB-REL FROM LINHA-BRANCO AFTER ADVANCING PAGE
           WRITE RELCOB-REL FROM LINHA-TOTAIS AFTER ADVANCING 1 LINE

           IF WS-RETCODE = ZEROS AND WS-QTD-CARTAS = ZEROS
              MOVE 04 TO WS-RETCODE
           END-IF

           DISPLAY 'REGUA DE COBRANCA - ' LINHA-TOTAIS
           IF WS-QTD-SEM-VEND NOT = ZEROS
              DISPLAY 'PROG128: ' WS-QTD-SEM-VEND
                      ' CARTA(S) DE CLIENTE SEM VENDEDOR, SEM COPIA'
           END-IF
           .
       FECHA-TOTAIS-FIM.
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
                  'CLIENTES.ARQ'               DELIMITED BY SIZE
             INTO WS-ARQ-CLIENTES
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'COBRHIST.ARQ'               DELIMITED BY SIZE
             INTO WS-ARQ-COBRHIST
           END-STRING

      *    As cartas vao para o SPOOL\ com nome datado (PROG35) e
      *    entram no catalogo ao final.
           MOVE 'N'            TO LK-SPL-OPER
           MOVE 'PROG128'      TO LK-SPL-PROGRAMA
           MOVE 'COBRANCA.TXT' TO LK-SPL-SUFIXO
           CALL "PROG35" USING LK-SPOOL END-CALL
           MOVE LK-SPL-CAMINHO TO WS-ARQ-RELCOB
           .
       MONTA-CAMINHOS-FIM.
           EXIT.

      *-------------------------------------------------------------*
       ABRIR-ARQUIVO.
      *-------------------------------------------------------------*
           OPEN INPUT FATURA
           IF FSF-NAO-EXISTE
              DISPLAY 'ARQUIVO FATURA NAO ENCONTRADO'
              MOVE 12 TO WS-RETCODE
              PERFORM FINALIZA
           END-IF

           OPEN INPUT CLIENTES
           IF FSC-NAO-EXISTE
              DISPLAY 'ARQUIVO CLIENTES NAO ENCONTRADO'
              MOVE 12 TO WS-RETCODE
              PERFORM FINALIZA
           END-IF

           OPEN I-O COBRHIST
           IF FSH-NAO-EXISTE
              OPEN OUTPUT COBRHIST
              CLOSE COBRHIST
              OPEN I-O COBRHIST
           END-IF

           OPEN OUTPUT RELCOB
           .
       ABRIR-ARQUIVO-FIM.
           EXIT.

      *-------------------------------------------------------------*
       ERRO-FILE-STATUS.
      *-------------------------------------------------------------*
           MOVE 'PROG128'                   TO LK-PRG
           CALL "PROG10" USING LK-FILE-STATUS END-CALL
           .
       FIM-ERRO.
           EXIT.

      *-------------------------------------------------------------*
        FINALIZA.
      *-------------------------------------------------------------*
           CLOSE FATURA CLIENTES COBRHIST RELCOB

           MOVE 'R'            TO LK-SPL-OPER
           MOVE 'PROG128'      TO LK-SPL-PROGRAMA
           MOVE SPACES         TO LK-SPL-PARAMS
           MOVE WS-QTD-CARTAS  TO LK-SPL-QTDE
           MOVE WS-ARQ-RELCOB  TO LK-SPL-CAMINHO
           CALL "PROG35" USING LK-SPOOL END-CALL

           MOVE WS-RETCODE TO RETURN-CODE
           GOBACK.
