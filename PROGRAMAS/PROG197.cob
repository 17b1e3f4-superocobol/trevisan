      ******************************************************************
      * Autor.....: Alexandre Trevisani (PROVA COBOL)
      * Data......: Julho/2019
      * Programa..: PROG197 - Recepcao dos Pedidos de Compra EDI
      * Chamadas..: PROG41 - Leitura dos Parametros Gerais
      *             PROG40 - Alocacao do Proximo Codigo Livre
      *             PROG106 - Controle de Sequencia de Intercambio
      *             PROG153 - Saldo por Deposito
      *             PROG102 - Agregados de Pedidos (PEDSUM)
      *             PROG140 - Reserva de Estoque do Pedido
      *             PROG173 - Confirmacao do Pedido ao Cliente
      *             PROG35 - Spool e Catalogo de Relatorios
      *             PROG58 - Identificador de Execucao
      *             PROG10 - Tratamento de erros de FILE-STATUS
      * Parametros: Leitura do arquivo texto EDIPED.TXT (layout
      *             FD_EDIPED: HDR, CAB + ITM por pedido de compra,
      *             TRL)
      * Observação: Transforma em pedido (PEDIDOS.ARQ/PEDITEM.ARQ)
      *             cada pedido de compra eletronico dos clientes-
      *             chave. O arquivo passa pelo controle de sequencia
      *             do PROG106 (interface 'EDIPED'): geracao repetida
      *             ou regressiva e' recusada, salto gera aviso,
      *             COBOL_FORCA_SEQ = 'S' (supervisor) forca. O
      *             comprador e' achado pelo CNPJ do CAB e tem de
      *             estar ativo; o vendedor do pedido e' o CLI-VEND.
      *             Pedido de compra ja transformado em pedido
      *             (EDIPO.ARQ) e' recusado inteiro como duplicado.
      *             Cada linha passa pelas conferencias do PROG22:
      *             codigo do produto do cliente convertido em PRO-COD
      *             pelo de-para ativo de EDIXREF.ARQ (PROG198),
      *             produto ativo, quantidade, preco vigente na data
      *             (contrato do cliente ou tabela PRECO.ARQ) e saldo
      *             disponivel no deposito do cliente (PROG153). A
      *             linha e' aceita (A), aceita com alteracao (C: o
      *             preco esperado pelo cliente difere do vigente, que
      *             prevalece, ou a quantidade foi reduzida ao saldo
      *             disponivel) ou rejeitada (R: sem de-para, produto
      *             inativo, quantidade invalida, sem preco ou sem
      *             saldo). No pedido valem o bloqueio por fatura
      *             vencida alem de PAR-DIAS-ATRASO e por limite de
      *             credito - sem supervisor para liberar, o pedido
      *             de compra bloqueado e' recusado, como no PROG170 -
      *             e a alcada de aprovacao (acima de
      *             PAR-VLR-APROVACAO entra pendente para o PROG98).
      *             O pedido grava o numero do pedido de compra em
      *             PED-PEDIDO-CLI; agregados pelo PROG102, reserva
      *             pelo PROG140 e confirmacao pelo PROG173, como na
      *             inclusao do PROG22. Cada pedido de compra, aceito
      *             ou nao, gera a confirmacao EDIACK_cnpj_seq.TXT no
      *             layout FD_EDIPED, com a sequencia de envio da
      *             interface 'EDIACK' (PROG106). Relatorio no spool
      *             do PROG35.
      * Cod.Retorno (RETURN-CODE):
      *             0 = processamento normal
      *             4 = arquivo vazio, pedido de compra recusado ou
      *                 linha alterada/rejeitada
      *             8 = arquivo recusado pelo controle de sequencia
      *                 ou divergencia de cabecalho (HDR x lidos)
      *            12 = arquivo ausente ou falha na gravacao
      * Historico.:
      *   2026 mnt - Programa novo.
      ******************************************************************
       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         PROG197.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SPECIAL-NAMES.      DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.

       SELECT EDIPED ASSIGN TO WS-ARQ-EDIPED
              ORGANIZATION         IS LINE SEQUENTIAL
              FILE STATUS          IS EDI-STAT.

       SELECT EDIACK ASSIGN TO WS-ARQ-EDIACK
              ORGANIZATION         IS LINE SEQUENTIAL
              FILE STATUS          IS ACK-STAT.

       SELECT EDIXREF ASSIGN TO WS-ARQ-EDIXREF
              ORGANIZATION         IS INDEXED
              ACCESS MODE          IS RANDOM
              FILE STATUS          IS XRF-STAT
              RECORD KEY           IS XRF-KEY.

       SELECT EDIPO ASSIGN TO WS-ARQ-EDIPO
              ORGANIZATION         IS INDEXED
              ACCESS MODE          IS RANDOM
              FILE STATUS          IS EPO-STAT
              RECORD KEY           IS EPO-KEY.

       SELECT CLIENTES ASSIGN TO WS-ARQ-CLIENTES
              ORGANIZATION         IS INDEXED
              ACCESS MODE          IS RANDOM
              FILE STATUS          IS CLI-STAT
              ALTERNATE RECORD KEY IS CLI-COD
              ALTERNATE RECORD KEY IS CLI-NOME  WITH DUPLICATES
              ALTERNATE RECORD KEY IS CLI-CNPJ-RAIZ WITH DUPLICATES
              ALTERNATE RECORD KEY IS CLI-NOME-BUSCA WITH DUPLICATES
              RECORD KEY           IS CLI-KEY.

       SELECT PRODUTO ASSIGN TO WS-ARQ-PRODUTO
              ORGANIZATION         IS INDEXED
              ACCESS MODE          IS RANDOM
              FILE STATUS          IS PRO-STAT
              RECORD KEY           IS PRO-KEY.

       SELECT PRECO ASSIGN TO WS-ARQ-PRECO
              ORGANIZATION         IS INDEXED
              ACCESS MODE          IS DYNAMIC
              FILE STATUS          IS PRE-STAT
              RECORD KEY           IS PRE-KEY.

       SELECT CONTRATO ASSIGN TO WS-ARQ-CONTRATO
              ORGANIZATION         IS INDEXED
              ACCESS MODE          IS DYNAMIC
              FILE STATUS          IS CTR-STAT
              ALTERNATE RECORD KEY IS CTR-CODC WITH DUPLICATES
              RECORD KEY           IS CTR-KEY.

       SELECT CONTRITEM ASSIGN TO WS-ARQ-CONTRITEM
              ORGANIZATION         IS INDEXED
              ACCESS MODE          IS RANDOM
              FILE STATUS          IS CTI-STAT
              RECORD KEY           IS CTI-KEY.

       SELECT PEDIDOS ASSIGN TO WS-ARQ-PEDIDOS
              ORGANIZATION         IS INDEXED
              ACCESS MODE          IS DYNAMIC
              FILE STATUS          IS PED-STAT
              ALTERNATE RECORD KEY IS PED-CODC WITH DUPLICATES
              ALTERNATE RECORD KEY IS PED-CODV WITH DUPLICATES
              RECORD KEY           IS PED-KEY.

       SELECT PEDITEM ASSIGN TO WS-ARQ-PEDITEM
              ORGANIZATION         IS INDEXED
              ACCESS MODE          IS RANDOM
              FILE STATUS          IS ITE-STAT
              RECORD KEY           IS ITE-KEY.

       SELECT FATURA ASSIGN TO WS-ARQ-FATURA
              ORGANIZATION         IS INDEXED
              ACCESS MODE          IS DYNAMIC
              FILE STATUS          IS FAT-STAT
              ALTERNATE RECORD KEY IS FAT-CODC WITH DUPLICATES
              RECORD KEY           IS FAT-KEY.

       SELECT RELEDI ASSIGN TO WS-ARQ-RELEDI
              ORGANIZATION         IS LINE SEQUENTIAL
              FILE STATUS          IS REL-STAT.

       DATA            DIVISION.
       FILE            SECTION.

       COPY FD_EDIPED.

       FD EDIACK.

       01 EDIACK-REG        PIC X(80).

       COPY FD_EDIXREF.

       COPY FD_EDIPO.

       COPY FD_CLIENTES.

       COPY FD_PRODUTO.

       COPY FD_PRECO.

       COPY FD_CONTRATO.

       COPY FD_CONTRITEM.

       COPY FD_PEDIDOS.

       COPY FD_PEDITEM.

       COPY FD_FATURA.

       FD RELEDI
           LINAGE IS 55 LINES
           WITH FOOTING AT 51
           LINES AT TOP 3
           LINES AT BOTTOM 2.

       01 RELEDI-REL.
          05 REL-IMP        PIC X(132).

       WORKING-STORAGE SECTION.

       77 WS-DIR-DADOS       PIC X(50) VALUE SPACES.
       77 WS-ARQ-EDIPED      PIC X(70) VALUE SPACES.
       77 WS-ARQ-EDIACK      PIC X(90) VALUE SPACES.
       77 WS-ARQ-EDIXREF     PIC X(70) VALUE SPACES.
       77 WS-ARQ-EDIPO       PIC X(70) VALUE SPACES.
       77 WS-ARQ-CLIENTES    PIC X(70) VALUE SPACES.
       77 WS-ARQ-PRODUTO     PIC X(70) VALUE SPACES.
       77 WS-ARQ-PRECO       PIC X(70) VALUE SPACES.
       77 WS-ARQ-CONTRATO    PIC X(70) VALUE SPACES.
       77 WS-ARQ-CONTRITEM   PIC X(70) VALUE SPACES.
       77 WS-ARQ-PEDIDOS     PIC X(70) VALUE SPACES.
       77 WS-ARQ-PEDITEM     PIC X(70) VALUE SPACES.
       77 WS-ARQ-FATURA      PIC X(70) VALUE SPACES.
       77 WS-ARQ-RELEDI      PIC X(90) VALUE SPACES.

       77 EDI-STAT          PIC 9(02).
           88 FS-OK         VALUE ZEROS.
           88 FS-FIM-REG    VALUE 10.
           88 FS-NAO-EXISTE VALUE 35.

       77 ACK-STAT          PIC 9(02).
           88 FSA-OK        VALUE ZEROS.

       77 XRF-STAT          PIC 9(02).
           88 FSX-OK        VALUE ZEROS.
           88 FSX-NAO-EXISTE VALUE 35.

       77 EPO-STAT          PIC 9(02).
           88 FSE-OK        VALUE ZEROS.
           88 FSE-NAO-EXISTE VALUE 35.

       77 CLI-STAT          PIC 9(02).
           88 FSC-OK        VALUE ZEROS.
           88 FSC-NAO-EXISTE VALUE 35.

       77 PRO-STAT          PIC 9(02).
           88 FSPR-OK       VALUE ZEROS.
           88 FSPR-NAO-EXISTE VALUE 35.

       77 PRE-STAT          PIC 9(02).
           88 FSPE-OK       VALUE ZEROS.
           88 FSPE-FIM-REG  VALUE 10.
           88 FSPE-NAO-EXISTE VALUE 35.

       77 CTR-STAT          PIC 9(02).
           88 FSCT-OK       VALUE ZEROS.
           88 FSCT-FIM-REG  VALUE 10.
           88 FSCT-NAO-EXISTE VALUE 35.

       77 CTI-STAT          PIC 9(02).
           88 FSCI-OK       VALUE ZEROS.
           88 FSCI-NAO-EXISTE VALUE 35.

       77 PED-STAT          PIC 9(02).
           88 FSP-OK        VALUE ZEROS.
           88 FSP-FIM-REG   VALUE 10.
           88 FSP-NAO-EXISTE VALUE 35.

       77 ITE-STAT          PIC 9(02).
           88 FSIT-OK       VALUE ZEROS.
           88 FSIT-NAO-EXISTE VALUE 35.

       77 FAT-STAT          PIC 9(02).
           88 FSF-OK        VALUE ZEROS.
           88 FSF-FIM-REG   VALUE 10.
           88 FSF-NAO-EXISTE VALUE 35.

       77 REL-STAT          PIC 9(02).
           88 FSR-OK        VALUE ZEROS.

      *    Cadastros opcionais: sem PRECO.ARQ e sem contrato nenhum
      *    item tem preco; sem FATURA.ARQ a exposicao e' so de
      *    pedidos em aberto e nao ha atraso.
       77 WS-TEM-PRECO      PIC X(01) VALUE 'N'.
           88 TEM-PRECO     VALUE 'S'.
           88 SEM-PRECO     VALUE 'N'.

       77 WS-TEM-CONTRATO   PIC X(01) VALUE 'N'.
           88 TEM-CONTRATO  VALUE 'S'.
           88 SEM-CONTRATO  VALUE 'N'.

       77 WS-TEM-FATURA     PIC X(01) VALUE 'N'.
           88 TEM-FATURA    VALUE 'S'.
           88 SEM-FATURA    VALUE 'N'.

       77 WS-RETCODE        PIC 9(02) VALUE ZEROS.
       77 WS-OPERADOR-EXEC  PIC X(08) VALUE SPACES.

       77 WS-DATA-PROC      PIC 9(08) VALUE ZEROS.
       77 WS-DIAS-PROC-INT  PIC 9(08) VALUE ZEROS.

      *    Controle de sequencia do arquivo do parceiro (PROG106);
      *    a forca de supervisor vem de COBOL_FORCA_SEQ = 'S'.
       77 WS-FORCA-SEQ      PIC X(01) VALUE SPACES.
       77 WS-SEQ-ARQUIVO    PIC X(04) VALUE SPACES.
       77 WS-SEQ-ACK        PIC X(04) VALUE SPACES.

       77 WS-TEM-HDR        PIC X VALUE 'N'.
           88 HDR-LIDO          VALUE 'S'.
           88 HDR-NAO-LIDO      VALUE 'N'.
       77 WS-QTDE-HDR       PIC 9(06) VALUE ZEROS.

      *    Regras do pedido digitado (PARAM.ARQ).
       77 WS-DIAS-ATRASO-BLQ PIC 9(03) VALUE ZEROS.
       77 WS-VLR-APROVACAO  PIC 9(09)V99 VALUE ZEROS.

      *    Pedido de compra corrente: o CAB e as linhas ITM ficam
      *    guardados ate o proximo CAB, o TRL ou o fim do arquivo.
       77 WS-TEM-PO         PIC X(01) VALUE 'N'.
           88 TEM-PO        VALUE 'S'.
           88 SEM-PO        VALUE 'N'.
       77 WS-PO-ESTOURO     PIC X(01) VALUE 'N'.
           88 PO-ESTOUROU   VALUE 'S'.
       01 WS-PO-CAB.
           05 WS-PO-CNPJ        PIC X(14).
           05 WS-PO-PEDIDO-CLI  PIC X(20).
           05 WS-PO-DATA        PIC X(08).
       77 WS-PO-SITUACAO    PIC X(01) VALUE SPACES.
           88 PO-ACEITO     VALUE 'A'.
           88 PO-PENDENTE   VALUE 'P'.
           88 PO-RECUSADO   VALUE 'R'.
       77 WS-PO-MOTIVO      PIC X(26) VALUE SPACES.
       77 WS-CODC-PED       PIC 9(07) VALUE ZEROS.
       77 WS-DEP-PEDIDO     PIC 9(03) VALUE ZEROS.
       77 WS-DATA-PO        PIC 9(08) VALUE ZEROS.

       01 WS-TAB-LINHA.
           05 WS-TLN-ENT OCCURS 200 TIMES.
              10 WS-TLN-LINHA     PIC X(04).
              10 WS-TLN-PROD-CLI  PIC X(20).
              10 WS-TLN-QTDE-TXT  PIC X(09).
              10 WS-TLN-PRECO-TXT PIC X(09).
              10 WS-TLN-PROD      PIC 9(05).
              10 WS-TLN-QTDE      PIC 9(07)V99.
              10 WS-TLN-PRECO     PIC 9(07)V99.
              10 WS-TLN-SITUACAO  PIC X(01).
              10 WS-TLN-MOTIVO    PIC X(16).

       77 WS-QTD-LINHAS     PIC 9(03) VALUE ZEROS.
       77 WS-IDX            PIC 9(04) VALUE ZEROS.
       77 WS-SEQ-ITEM       PIC 9(03) VALUE ZEROS.

      *    Apoio a conferencia de cada linha.
       77 WS-PROD-ITEM      PIC 9(05) VALUE ZEROS.
       77 WS-QTDE-PEDIDA    PIC 9(07)V99 VALUE ZEROS.
       77 WS-PRECO-CLI      PIC 9(07)V99 VALUE ZEROS.
       77 WS-PRECO-ITEM     PIC 9(07)V99 VALUE ZEROS.
       77 WS-DISPONIVEL     PIC S9(07)V99 VALUE ZEROS.
       77 WS-CONTRATO-PED   PIC 9(06) VALUE ZEROS.
       77 WS-LINHA-PRECO    PIC X(01) VALUE 'N'.
           88 PRECO-ALTERADO VALUE 'S'.
       77 WS-LINHA-QTDE     PIC X(01) VALUE 'N'.
           88 QTDE-ALTERADA VALUE 'S'.

       77 WS-LIN-ACEITAS    PIC 9(03) VALUE ZEROS.
       77 WS-LIN-ALTERADAS  PIC 9(03) VALUE ZEROS.
       77 WS-LIN-REJEITADAS PIC 9(03) VALUE ZEROS.

       77 WS-VALOR-PEDIDO   PIC 9(11)V99 VALUE ZEROS.
       77 WS-VLR-ITEM       PIC 9(11)V99 VALUE ZEROS.

       77 WS-EXPOSICAO      PIC 9(11)V99 VALUE ZEROS.
       77 WS-DIAS-VENCIDO   PIC S9(05) VALUE ZEROS.
       77 WS-TEM-ATRASO     PIC X(01) VALUE 'N'.
           88 TEM-ATRASO    VALUE 'S'.
           88 SEM-ATRASO    VALUE 'N'.

       77 WS-NUM-PEDIDO     PIC 9(08) VALUE ZEROS.
       77 WS-SIT-PEDIDO     PIC X(01) VALUE 'A'.
       77 WS-TENTATIVA      PIC 9(02) VALUE ZEROS.

      *    Campos numericos da confirmacao (2 decimais implicitos).
       01 WS-ACK-QTDE       PIC 9(07)V99 VALUE ZEROS.
       01 WS-ACK-QTDE-X REDEFINES WS-ACK-QTDE
                            PIC X(09).
       01 WS-ACK-PRECO      PIC 9(07)V99 VALUE ZEROS.
       01 WS-ACK-PRECO-X REDEFINES WS-ACK-PRECO
                            PIC X(09).
       77 WS-ACK-REGS       PIC 9(06) VALUE ZEROS.
       77 WS-EDI-SALVA      PIC X(80) VALUE SPACES.

       77 WS-QTD-LIDOS      PIC 9(06) VALUE ZEROS.
       77 WS-QTD-PO         PIC 9(06) VALUE ZEROS.
       77 WS-QTD-PO-ACEITOS PIC 9(06) VALUE ZEROS.
       77 WS-QTD-PO-PENDENTES PIC 9(06) VALUE ZEROS.
       77 WS-QTD-PO-RECUSADOS PIC 9(06) VALUE ZEROS.
       77 WS-QTD-ITM-AVULSO PIC 9(06) VALUE ZEROS.
       77 WS-TOT-ACEITAS    PIC 9(06) VALUE ZEROS.
       77 WS-TOT-ALTERADAS  PIC 9(06) VALUE ZEROS.
       77 WS-TOT-REJEITADAS PIC 9(06) VALUE ZEROS.
       77 WS-TOT-VALOR      PIC 9(13)V99 VALUE ZEROS.

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
           'RECEPCAO DE PEDIDOS DE COMPRA EDI'.
           05 FILLER        PIC X(09) VALUE 'PAGINA : '.
           05 PAG-REL       PIC ZZ9.

       01 LINHA-CAB1.
           05 FILLER        PIC X(09) VALUE 'DATA...: '.
           05 RCB-DATA-PROC PIC X(10).
           05 FILLER        PIC X(14) VALUE '   ARQUIVO SEQ'.
           05 FILLER        PIC X(02) VALUE ': '.
           05 RCB-SEQ       PIC X(04).

       01 LINHA-CAB2.
           05 FILLER        PIC X(015) VALUE 'CNPJ'.
           05 FILLER        PIC X(021) VALUE 'PEDIDO DO CLIENTE'.
           05 FILLER        PIC X(008) VALUE 'CLIENTE'.
           05 FILLER        PIC X(006) VALUE 'VEND.'.
           05 FILLER        PIC X(009) VALUE 'PEDIDO'.
           05 FILLER        PIC X(002) VALUE 'S'.
           05 FILLER        PIC X(012) VALUE '  A   C   R'.
           05 FILLER        PIC X(015) VALUE '          VALOR'.
           05 FILLER        PIC X(027) VALUE '  OCORRENCIA'.

       01 LINHA-CAB3.
           05 FILLER        PIC X(015) VALUE '=============='.
           05 FILLER        PIC X(021) VALUE '=================='.
           05 FILLER        PIC X(008) VALUE '======='.
           05 FILLER        PIC X(006) VALUE '====='.
           05 FILLER        PIC X(009) VALUE '========'.
           05 FILLER        PIC X(002) VALUE '='.
           05 FILLER        PIC X(012) VALUE '=== === ==='.
           05 FILLER        PIC X(015) VALUE '          ====='.
           05 FILLER        PIC X(027) VALUE '  =========='.

       01 LINHA-DET.
           05 DET-CNPJ      PIC X(014).
           05 FILLER        PIC X(001) VALUE SPACES.
           05 DET-PEDIDO-CLI PIC X(020).
           05 FILLER        PIC X(001) VALUE SPACES.
           05 DET-CODC      PIC ZZZZZZ9.
           05 FILLER        PIC X(001) VALUE SPACES.
           05 DET-CODV      PIC ZZZZ9.
           05 FILLER        PIC X(001) VALUE SPACES.
           05 DET-PEDIDO    PIC ZZZZZZZ9.
           05 FILLER        PIC X(001) VALUE SPACES.
           05 DET-SITUACAO  PIC X(001).
           05 FILLER        PIC X(001) VALUE SPACES.
           05 DET-ACEITAS   PIC ZZ9.
           05 FILLER        PIC X(001) VALUE SPACES.
           05 DET-ALTERADAS PIC ZZ9.
           05 FILLER        PIC X(001) VALUE SPACES.
           05 DET-REJEITADAS PIC ZZ9.
           05 FILLER        PIC X(001) VALUE SPACES.
           05 DET-VALOR     PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER        PIC X(002) VALUE SPACES.
           05 DET-OCORRENCIA PIC X(026).

      *    Linha alterada ou rejeitada, abaixo do pedido de compra.
       01 LINHA-DET-ITEM.
           05 FILLER        PIC X(006) VALUE SPACES.
           05 FILLER        PIC X(007) VALUE 'LINHA '.
           05 DIT-LINHA     PIC X(004).
           05 FILLER        PIC X(001) VALUE SPACES.
           05 DIT-PROD-CLI  PIC X(020).
           05 FILLER        PIC X(001) VALUE SPACES.
           05 DIT-PROD      PIC ZZZZ9.
           05 FILLER        PIC X(001) VALUE SPACES.
           05 DIT-SITUACAO  PIC X(001).
           05 FILLER        PIC X(001) VALUE SPACES.
           05 DIT-QTDE      PIC Z.ZZZ.ZZ9,99.
           05 FILLER        PIC X(001) VALUE SPACES.
           05 DIT-PRECO     PIC ZZZ.ZZ9,99.
           05 FILLER        PIC X(002) VALUE SPACES.
           05 DIT-MOTIVO    PIC X(016).

       01 LINHA-ITM-AVULSO.
           05 FILLER        PIC X(050) VALUE
           '*** LINHA ITM SEM CAB ANTERIOR - IGNORADA: '.
           05 AVU-LINHA     PIC X(004).
           05 FILLER        PIC X(001) VALUE SPACES.
           05 AVU-PROD-CLI  PIC X(020).

       01 LINHA-SEM-PO.
           05 FILLER        PIC X(50) VALUE
           'NENHUM PEDIDO DE COMPRA NO ARQUIVO'.

       01 LINHA-TOT1.
           05 FILLER        PIC X(30) VALUE
              'PEDIDOS DE COMPRA LIDOS.....: '.
           05 TOT-PO        PIC ZZZZZ9.
           05 FILLER        PIC X(20) VALUE
              '   RECUSADOS.....: '.
           05 TOT-PO-RECUSADOS PIC ZZZZZ9.

       01 LINHA-TOT2.
           05 FILLER        PIC X(30) VALUE
              'PEDIDOS GERADOS.............: '.
           05 TOT-PO-ACEITOS PIC ZZZZZ9.
           05 FILLER        PIC X(20) VALUE
              '   PENDENTES.....: '.
           05 TOT-PO-PENDENTES PIC ZZZZZ9.

       01 LINHA-TOT3.
           05 FILLER        PIC X(30) VALUE
              'LINHAS ACEITAS..............: '.
           05 TOT-ACEITAS   PIC ZZZZZ9.
           05 FILLER        PIC X(20) VALUE
              '   ALTERADAS.....: '.
           05 TOT-ALTERADAS PIC ZZZZZ9.
           05 FILLER        PIC X(20) VALUE
              '   REJEITADAS....: '.
           05 TOT-REJEITADAS PIC ZZZZZ9.

       01 LINHA-TOT4.
           05 FILLER        PIC X(30) VALUE
              'VALOR DOS PEDIDOS GERADOS...: '.
           05 TOT-VALOR     PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       01 LINHA-DIVERG.
           05 FILLER        PIC X(30) VALUE
              '*** DIVERGENCIA: HDR INFORMA '.
           05 DIV-HDR       PIC ZZZZZ9.
           05 FILLER        PIC X(17) VALUE
              ' REGISTROS, LIDOS'.
           05 DIV-LIDOS     PIC ZZZZZ9.

       01 LINHA-BRANCO      PIC X(100) VALUE SPACES.

       COPY LK_FILE_STATUS.

       COPY LK_IDEXEC.

       COPY LK_PARAM.

       COPY LK_SEQUENC.

       COPY LK_INTSEQ.

       COPY LK_ESTDEP.

       COPY LK_PEDSUM.

       COPY LK_RESERVA.

       COPY LK_SPOOL.

       COPY LK_CONFPED.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM MONTA-CAMINHOS
           MOVE 'PROG197' TO LK-IDX-PROGRAMA
           CALL "PROG58" USING LK-IDEXEC END-CALL
           MOVE LK-IDX-ID TO LK-IDE
      *    Operador que dispara a rotina (PMENU); em lote sem
      *    operador logado o pedido fica com o nome do programa.
           ACCEPT WS-OPERADOR-EXEC FROM ENVIRONMENT 'COBOL_OPERADOR'
           IF WS-OPERADOR-EXEC = SPACES
              MOVE 'PROG197' TO WS-OPERADOR-EXEC
           END-IF

           ACCEPT WS-DATA-PROC FROM DATE YYYYMMDD
           COMPUTE WS-DIAS-PROC-INT =
                   FUNCTION INTEGER-OF-DATE (WS-DATA-PROC)

      *    Mesmos parametros do PROG22: atraso que bloqueia pedido
      *    novo e alcada de aprovacao.
           CALL "PROG41" USING LK-PARAM END-CALL
           MOVE LK-PAR-DIAS-ATRASO TO WS-DIAS-ATRASO-BLQ
           MOVE LK-PAR-VLR-APROV   TO WS-VLR-APROVACAO

           PERFORM ABRIR-ARQUIVO

           PERFORM IMP-CABEC

           PERFORM RECEBE-UM THRU RECEBE-UM-SAI UNTIL FS-FIM-REG

           IF TEM-PO
              PERFORM TRATA-PEDIDO-COMPRA
                 THRU TRATA-PEDIDO-COMPRA-FIM
           END-IF

           PERFORM TOTAIS
           PERFORM FINALIZA
           .
       FIM-PROCES.
           EXIT.

      *-------------------------------------------------------------*
       RECEBE-UM.
      *-------------------------------------------------------------*
           READ EDIPED NEXT AT END
                GO TO RECEBE-UM-SAI
           END-READ

           IF EDI-HDR
              MOVE HDR-QTDE TO WS-QTDE-HDR
              MOVE HDR-SEQ  TO WS-SEQ-ARQUIVO RCB-SEQ
              SET HDR-LIDO  TO TRUE
              ACCEPT WS-FORCA-SEQ
                     FROM ENVIRONMENT 'COBOL_FORCA_SEQ'
              MOVE 'EDIPED'     TO LK-INT-INTERFACE
              MOVE HDR-SEQ      TO LK-INT-SEQ
              MOVE WS-FORCA-SEQ TO LK-INT-FORCA
              MOVE SPACES       TO LK-INT-OPER
              CALL "PROG106" USING LK-INTSEQ END-CALL
              IF LK-INT-RET = '8'
                 DISPLAY 'ARQUIVO DE GERACAO REPETIDA OU '
                         'REGRESSIVA - RECUSADO (SEQ ' HDR-SEQ ')'
                 MOVE 08 TO WS-RETCODE
                 PERFORM FINALIZA
              END-IF
              IF LK-INT-RET = '4'
                 DISPLAY 'AVISO: SALTO DE GERACAO NO ARQUIVO '
                         'EDI DO CLIENTE (SEQ ' HDR-SEQ ')'
              END-IF
              GO TO RECEBE-UM-SAI
           END-IF

           IF EDI-TRL
              IF TEM-PO
                 PERFORM TRATA-PEDIDO-COMPRA
                    THRU TRATA-PEDIDO-COMPRA-FIM
              END-IF
              GO TO RECEBE-UM-SAI
           END-IF

           ADD 1 TO WS-QTD-LIDOS

      *    Novo CAB fecha o pedido de compra anterior; o registro
      *    lido e' guardado porque a confirmacao e' montada na area
      *    do proprio EDIPED (mesmo layout).
           IF EDI-CAB
              IF TEM-PO
                 MOVE EDIPED-REG TO WS-EDI-SALVA
                 PERFORM TRATA-PEDIDO-COMPRA
                    THRU TRATA-PEDIDO-COMPRA-FIM
                 MOVE WS-EDI-SALVA TO EDIPED-REG
              END-IF
              SET TEM-PO TO TRUE
              MOVE 'N'            TO WS-PO-ESTOURO
              MOVE ZEROS          TO WS-QTD-LINHAS
              MOVE CAB-CNPJ       TO WS-PO-CNPJ
              MOVE CAB-PEDIDO-CLI TO WS-PO-PEDIDO-CLI
              MOVE CAB-DATA       TO WS-PO-DATA
              GO TO RECEBE-UM-SAI
           END-IF

           IF EDI-ITM
              IF SEM-PO
                 ADD 1 TO WS-QTD-ITM-AVULSO
                 MOVE ITM-LINHA    TO AVU-LINHA
                 MOVE ITM-PROD-CLI TO AVU-PROD-CLI
                 WRITE RELEDI-REL FROM LINHA-ITM-AVULSO AFTER 1
                 GO TO RECEBE-UM-SAI
              END-IF
              IF WS-QTD-LINHAS = 200
                 SET PO-ESTOUROU TO TRUE
                 GO TO RECEBE-UM-SAI
              END-IF
              ADD 1 TO WS-QTD-LINHAS
              MOVE ITM-LINHA    TO WS-TLN-LINHA     (WS-QTD-LINHAS)
              MOVE ITM-PROD-CLI TO WS-TLN-PROD-CLI  (WS-QTD-LINHAS)
              MOVE ITM-QTDE     TO WS-TLN-QTDE-TXT  (WS-QTD-LINHAS)
              MOVE ITM-PRECO    TO WS-TLN-PRECO-TXT (WS-QTD-LINHAS)
              MOVE ZEROS        TO WS-TLN-PROD      (WS-QTD-LINHAS)
                                   WS-TLN-QTDE      (WS-QTD-LINHAS)
                                   WS-TLN-PRECO     (WS-QTD-LINHAS)
              MOVE 'A'          TO WS-TLN-SITUACAO  (WS-QTD-LINHAS)
              MOVE SPACES       TO WS-TLN-MOTIVO    (WS-QTD-LINHAS)
           END-IF
           .
       RECEBE-UM-SAI.
           EXIT.

      *-------------------------------------------------------------*
       TRATA-PEDIDO-COMPRA.
      *-------------------------------------------------------------*
           ADD 1 TO WS-QTD-PO
           MOVE 'N'    TO WS-TEM-PO
           MOVE 'A'    TO WS-PO-SITUACAO
           MOVE SPACES TO WS-PO-MOTIVO
           MOVE ZEROS  TO WS-NUM-PEDIDO WS-VALOR-PEDIDO WS-CODC-PED
                          WS-LIN-ACEITAS WS-LIN-ALTERADAS
                          WS-LIN-REJEITADAS WS-DATA-PO
           MOVE ZEROS  TO CLI-VEND

      *    Comprador pelo CNPJ do CAB: cadastrado e ativo.
           MOVE WS-PO-CNPJ TO CLI-CNPJ
           READ CLIENTES
                INVALID KEY
                   MOVE 'CLIENTE NAO CADASTRADO' TO WS-PO-MOTIVO
                   GO TO TRATA-PEDIDO-COMPRA-RECUSA
           END-READ
           MOVE CLI-COD TO WS-CODC-PED
           IF NOT CLI-ATIVO
              MOVE 'CLIENTE NAO ESTA ATIVO' TO WS-PO-MOTIVO
              GO TO TRATA-PEDIDO-COMPRA-RECUSA
           END-IF

           IF WS-PO-PEDIDO-CLI = SPACES
              MOVE 'PEDIDO DE COMPRA SEM NUMERO' TO WS-PO-MOTIVO
              GO TO TRATA-PEDIDO-COMPRA-RECUSA
           END-IF

           IF WS-PO-DATA NOT NUMERIC
              MOVE 'DATA DO PEDIDO INVALIDA' TO WS-PO-MOTIVO
              GO TO TRATA-PEDIDO-COMPRA-RECUSA
           END-IF
           MOVE WS-PO-DATA TO WS-DATA-PO
           IF FUNCTION TEST-DATE-YYYYMMDD (WS-DATA-PO) NOT = ZEROS
              OR WS-DATA-PO > WS-DATA-PROC
              MOVE 'DATA DO PEDIDO INVALIDA' TO WS-PO-MOTIVO
              GO TO TRATA-PEDIDO-COMPRA-RECUSA
           END-IF

      *    Pedido de compra ja transformado em pedido: duplicado.
           MOVE WS-CODC-PED      TO EPO-CODC
           MOVE WS-PO-PEDIDO-CLI TO EPO-PEDIDO-CLI
           READ EDIPO
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   MOVE EPO-PEDIDO TO WS-NUM-PEDIDO
                   MOVE 'PEDIDO DE COMPRA DUPLICADO' TO WS-PO-MOTIVO
                   GO TO TRATA-PEDIDO-COMPRA-RECUSA
           END-READ

           IF PO-ESTOUROU
              MOVE 'MAIS DE 200 LINHAS' TO WS-PO-MOTIVO
              GO TO TRATA-PEDIDO-COMPRA-RECUSA
           END-IF

           IF WS-QTD-LINHAS = ZEROS
              MOVE 'PEDIDO DE COMPRA SEM LINHAS' TO WS-PO-MOTIVO
              GO TO TRATA-PEDIDO-COMPRA-RECUSA
           END-IF

      *    Conferencia das linhas com o preco vigente na data.
           MOVE ZEROS TO WS-DEP-PEDIDO
           IF CLI-DEPOSITO NUMERIC
              MOVE CLI-DEPOSITO TO WS-DEP-PEDIDO
           END-IF
           PERFORM ACHA-CONTRATO THRU ACHA-CONTRATO-FIM
           PERFORM CONFERE-LINHA THRU CONFERE-LINHA-FIM
              VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-QTD-LINHAS

           IF WS-LIN-ACEITAS + WS-LIN-ALTERADAS = ZEROS
              MOVE 'NENHUMA LINHA ACEITA' TO WS-PO-MOTIVO
              GO TO TRATA-PEDIDO-COMPRA-RECUSA
           END-IF

      *    Sem supervisor no lote: o bloqueio que no PROG22 pediria
      *    liberacao aqui recusa o pedido de compra (PROG170).
           PERFORM VERIFICA-INADIMPLENCIA
              THRU VERIFICA-INADIMPLENCIA-FIM
           IF TEM-ATRASO
              MOVE 'BLOQUEADO - FATURA VENCIDA' TO WS-PO-MOTIVO
              GO TO TRATA-PEDIDO-COMPRA-RECUSA
           END-IF

           IF CLI-LIMITE-CRED NOT = ZEROS
              PERFORM CALCULA-EXPOSICAO THRU CALCULA-EXPOSICAO-FIM
              IF WS-EXPOSICAO + WS-VALOR-PEDIDO > CLI-LIMITE-CRED
                 MOVE 'BLOQUEADO - LIMITE CREDITO' TO WS-PO-MOTIVO
                 GO TO TRATA-PEDIDO-COMPRA-RECUSA
              END-IF
           END-IF

      *    Alcada: acima do valor o pedido entra pendente (PROG98).
           MOVE 'A' TO WS-SIT-PEDIDO
           IF WS-VLR-APROVACAO NOT = ZEROS
              AND WS-VALOR-PEDIDO > WS-VLR-APROVACAO
              MOVE 'P' TO WS-SIT-PEDIDO
           END-IF

           MOVE ZEROS TO WS-TENTATIVA
           PERFORM GRAVA-PEDIDO
              THRU GRAVA-PEDIDO-FIM
              UNTIL WS-NUM-PEDIDO NOT = ZEROS OR WS-TENTATIVA = 10
           IF WS-NUM-PEDIDO = ZEROS
              MOVE 'FALHA NA GRAVACAO' TO WS-PO-MOTIVO
              MOVE 12 TO WS-RETCODE
              GO TO TRATA-PEDIDO-COMPRA-RECUSA
           END-IF

           MOVE ZEROS TO WS-SEQ-ITEM
           PERFORM GRAVA-ITEM THRU GRAVA-ITEM-FIM
              VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-QTD-LINHAS

      *    Registro do pedido de compra contra duplicidade.
           MOVE WS-CODC-PED      TO EPO-CODC
           MOVE WS-PO-PEDIDO-CLI TO EPO-PEDIDO-CLI
           MOVE WS-NUM-PEDIDO    TO EPO-PEDIDO
           MOVE WS-DATA-PO       TO EPO-DT-PEDIDO-CLI
           MOVE WS-DATA-PROC     TO EPO-DT-RECEBIMENTO
           MOVE WS-SEQ-ARQUIVO   TO EPO-SEQ-ARQUIVO
           WRITE EDIPO-EPO
                 INVALID KEY
                   MOVE 'TRATA-PEDIDO-COMPRA'             TO LK-PAR
                   MOVE 'WRITE'                           TO LK-CMD
                   MOVE 'EDIPO'                           TO LK-ARQ
                   MOVE EPO-STAT                          TO LK-STA
                   PERFORM ERRO-FILE-STATUS
           END-WRITE

      *    Agregados (PROG102), reserva de estoque (PROG140) e
      *    confirmacao ao cliente (PROG173) como na inclusao do
      *    PROG22.
           MOVE '+'            TO LK-PSM-OPER
           MOVE PED-CODV       TO LK-PSM-CODV
           MOVE PED-DATA (1:6) TO LK-PSM-ANOMES
           MOVE PED-SITUACAO   TO LK-PSM-SIT
           MOVE PED-VALOR      TO LK-PSM-VALOR
           CALL "PROG102" USING LK-PEDSUM END-CALL

           MOVE WS-NUM-PEDIDO TO LK-RES-PEDIDO
           CALL "PROG140" USING LK-RESERVA END-CALL

           MOVE WS-NUM-PEDIDO TO LK-CFP-PEDIDO
           MOVE 'N'           TO LK-CFP-MOTIVO
           MOVE 'PROG197'     TO LK-CFP-PROGRAMA
           CALL "PROG173" USING LK-CONFPED END-CALL

           ADD WS-VALOR-PEDIDO TO WS-TOT-VALOR
           IF WS-SIT-PEDIDO = 'P'
              MOVE 'P' TO WS-PO-SITUACAO
              ADD 1 TO WS-QTD-PO-PENDENTES
              MOVE 'PENDENTE DE APROVACAO' TO WS-PO-MOTIVO
           ELSE
              ADD 1 TO WS-QTD-PO-ACEITOS
              MOVE 'GERADO EM ABERTO' TO WS-PO-MOTIVO
           END-IF
           GO TO TRATA-PEDIDO-COMPRA-CONFIRMA
           .
       TRATA-PEDIDO-COMPRA-RECUSA.
      *    Pedido de compra recusado: nenhuma linha entra.
           MOVE 'R' TO WS-PO-SITUACAO
           ADD 1 TO WS-QTD-PO-RECUSADOS
           MOVE ZEROS TO WS-VALOR-PEDIDO WS-LIN-ACEITAS
                         WS-LIN-ALTERADAS
           MOVE WS-QTD-LINHAS TO WS-LIN-REJEITADAS
           PERFORM RECUSA-LINHA THRU RECUSA-LINHA-FIM
              VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-QTD-LINHAS
           .
       TRATA-PEDIDO-COMPRA-CONFIRMA.
           ADD WS-LIN-ACEITAS    TO WS-TOT-ACEITAS
           ADD WS-LIN-ALTERADAS  TO WS-TOT-ALTERADAS
           ADD WS-LIN-REJEITADAS TO WS-TOT-REJEITADAS
           PERFORM GERA-CONFIRMACAO THRU GERA-CONFIRMACAO-FIM
           PERFORM IMPRIME-DETALHE THRU IMPRIME-DETALHE-FIM
           .
       TRATA-PEDIDO-COMPRA-FIM.
           EXIT.

      *-------------------------------------------------------------*
       CONFERE-LINHA.
      *-------------------------------------------------------------*
           MOVE 'N' TO WS-LINHA-PRECO WS-LINHA-QTDE

      *    Quantidade: numerica e maior que zero.
           IF WS-TLN-QTDE-TXT (WS-IDX) NOT NUMERIC
              MOVE 'QTDE INVALIDA' TO WS-TLN-MOTIVO (WS-IDX)
              GO TO CONFERE-LINHA-REJEITA
           END-IF
           COMPUTE WS-QTDE-PEDIDA =
                   FUNCTION NUMVAL(WS-TLN-QTDE-TXT (WS-IDX)) / 100
           IF WS-QTDE-PEDIDA = ZEROS
              MOVE 'QTDE INVALIDA' TO WS-TLN-MOTIVO (WS-IDX)
              GO TO CONFERE-LINHA-REJEITA
           END-IF

      *    Codigo do cliente pelo de-para ativo (PROG198).
           MOVE WS-CODC-PED                TO XRF-CODC
           MOVE WS-TLN-PROD-CLI (WS-IDX)   TO XRF-PROD-CLI
           READ EDIXREF
                INVALID KEY
                   MOVE 'SEM DE-PARA' TO WS-TLN-MOTIVO (WS-IDX)
                   GO TO CONFERE-LINHA-REJEITA
           END-READ
           IF NOT XRF-ATIVO
              MOVE 'DE-PARA INATIVO' TO WS-TLN-MOTIVO (WS-IDX)
              GO TO CONFERE-LINHA-REJEITA
           END-IF
           MOVE XRF-PROD TO WS-PROD-ITEM WS-TLN-PROD (WS-IDX)

           MOVE WS-PROD-ITEM TO PRO-COD
           READ PRODUTO
                INVALID KEY
                   MOVE 'PRODUTO INVALIDO' TO WS-TLN-MOTIVO (WS-IDX)
                   GO TO CONFERE-LINHA-REJEITA
           END-READ
           IF PRO-INATIVO
              MOVE 'PRODUTO INATIVO' TO WS-TLN-MOTIVO (WS-IDX)
              GO TO CONFERE-LINHA-REJEITA
           END-IF

      *    Preco vigente; o esperado pelo cliente, quando informado
      *    e diferente, nao prevalece.
           PERFORM ACHA-PRECO THRU ACHA-PRECO-FIM
           IF WS-PRECO-ITEM = ZEROS
              MOVE 'SEM PRECO' TO WS-TLN-MOTIVO (WS-IDX)
              GO TO CONFERE-LINHA-REJEITA
           END-IF
           IF WS-TLN-PRECO-TXT (WS-IDX) NOT = SPACES
              IF WS-TLN-PRECO-TXT (WS-IDX) NOT NUMERIC
                 SET PRECO-ALTERADO TO TRUE
              ELSE
                 COMPUTE WS-PRECO-CLI =
                     FUNCTION NUMVAL(WS-TLN-PRECO-TXT (WS-IDX)) / 100
                 IF WS-PRECO-CLI NOT = WS-PRECO-ITEM
                    SET PRECO-ALTERADO TO TRUE
                 END-IF
              END-IF
           END-IF

      *    Saldo disponivel no deposito do cliente (PROG153): o
      *    pedido eletronico nao tem quem decida sobre a falta, entao
      *    a quantidade e' reduzida ao disponivel.
           SET LK-EDP-OP-CONSULTA TO TRUE
           MOVE WS-PROD-ITEM  TO LK-EDP-PROD
           MOVE WS-DEP-PEDIDO TO LK-EDP-DEP
           MOVE ZEROS         TO LK-EDP-QTDE
           CALL "PROG153" USING LK-ESTDEP END-CALL
           IF NOT LK-EDP-OK AND NOT LK-EDP-INATIVO
              MOVE ZEROS TO LK-EDP-SALDO LK-EDP-RESERVADO
           END-IF
           COMPUTE WS-DISPONIVEL = LK-EDP-SALDO - LK-EDP-RESERVADO
           IF WS-DISPONIVEL NOT > ZEROS
              MOVE 'SEM ESTOQUE' TO WS-TLN-MOTIVO (WS-IDX)
              GO TO CONFERE-LINHA-REJEITA
           END-IF
           IF WS-QTDE-PEDIDA > WS-DISPONIVEL
              MOVE WS-DISPONIVEL TO WS-QTDE-PEDIDA
              SET QTDE-ALTERADA TO TRUE
           END-IF

           MOVE WS-QTDE-PEDIDA TO WS-TLN-QTDE  (WS-IDX)
           MOVE WS-PRECO-ITEM  TO WS-TLN-PRECO (WS-IDX)
           COMPUTE WS-VLR-ITEM ROUNDED = WS-QTDE-PEDIDA * WS-PRECO-ITEM
           ADD WS-VLR-ITEM TO WS-VALOR-PEDIDO

           EVALUATE TRUE
               WHEN PRECO-ALTERADO AND QTDE-ALTERADA
                    MOVE 'C' TO WS-TLN-SITUACAO (WS-IDX)
                    MOVE 'PRECO E QTDE' TO WS-TLN-MOTIVO (WS-IDX)
                    ADD 1 TO WS-LIN-ALTERADAS
               WHEN PRECO-ALTERADO
                    MOVE 'C' TO WS-TLN-SITUACAO (WS-IDX)
                    MOVE 'PRECO VIGENTE' TO WS-TLN-MOTIVO (WS-IDX)
                    ADD 1 TO WS-LIN-ALTERADAS
               WHEN QTDE-ALTERADA
                    MOVE 'C' TO WS-TLN-SITUACAO (WS-IDX)
                    MOVE 'QTDE DISPONIVEL' TO WS-TLN-MOTIVO (WS-IDX)
                    ADD 1 TO WS-LIN-ALTERADAS
               WHEN OTHER
                    MOVE 'A' TO WS-TLN-SITUACAO (WS-IDX)
                    ADD 1 TO WS-LIN-ACEITAS
           END-EVALUATE
           GO TO CONFERE-LINHA-FIM
           .
       CONFERE-LINHA-REJEITA.
           MOVE 'R'   TO WS-TLN-SITUACAO (WS-IDX)
           MOVE ZEROS TO WS-TLN-QTDE (WS-IDX) WS-TLN-PRECO (WS-IDX)
           ADD 1 TO WS-LIN-REJEITADAS
           .
       CONFERE-LINHA-FIM.
           EXIT.

      *-------------------------------------------------------------*
       RECUSA-LINHA.
      *-------------------------------------------------------------*
      *    Linha de pedido de compra recusado volta rejeitada com o
      *    motivo do pedido; a ja rejeitada guarda o seu.
           IF WS-TLN-SITUACAO (WS-IDX) = 'R'
              GO TO RECUSA-LINHA-FIM
           END-IF
           MOVE 'R'                TO WS-TLN-SITUACAO (WS-IDX)
           MOVE 'PEDIDO RECUSADO'  TO WS-TLN-MOTIVO (WS-IDX)
           MOVE ZEROS              TO WS-TLN-QTDE (WS-IDX)
                                      WS-TLN-PRECO (WS-IDX)
           .
       RECUSA-LINHA-FIM.
           EXIT.

      *-------------------------------------------------------------*
       ACHA-PRECO.
      *-------------------------------------------------------------*
      *    Preco do PROG22: o do contrato em vigor vale no lugar da
      *    tabela; sem ele, a tabela com a maior vigencia nao
      *    posterior a data de processamento.
           MOVE ZEROS TO WS-PRECO-ITEM

           IF WS-CONTRATO-PED NOT = ZEROS
              MOVE WS-CONTRATO-PED TO CTI-CONTRATO
              MOVE WS-PROD-ITEM    TO CTI-PROD
              READ CONTRITEM
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      MOVE CTI-PRECO TO WS-PRECO-ITEM
              END-READ
           END-IF

           IF WS-PRECO-ITEM NOT = ZEROS OR SEM-PRECO
              GO TO ACHA-PRECO-FIM
           END-IF

           MOVE WS-PROD-ITEM TO PRE-PROD
           MOVE ZEROS        TO PRE-DT-VIGENCIA
           START PRECO KEY NOT LESS THAN PRE-KEY
                 INVALID KEY
                    MOVE 10 TO PRE-STAT
           END-START
           PERFORM OLHA-UM-PRECO
              THRU OLHA-UM-PRECO-SAI UNTIL FSPE-FIM-REG
           MOVE ZEROS TO PRE-STAT
           .
       ACHA-PRECO-FIM.
           EXIT.

      *-------------------------------------------------------------*
       OLHA-UM-PRECO.
      *-------------------------------------------------------------*
           READ PRECO NEXT AT END
                GO TO OLHA-UM-PRECO-SAI
           END-READ

           IF PRE-PROD NOT = WS-PROD-ITEM
              MOVE 10 TO PRE-STAT
              GO TO OLHA-UM-PRECO-SAI
           END-IF

           IF PRE-DT-VIGENCIA > WS-DATA-PROC
              MOVE 10 TO PRE-STAT
              GO TO OLHA-UM-PRECO-SAI
           END-IF

           MOVE PRE-VALOR TO WS-PRECO-ITEM
           .
       OLHA-UM-PRECO-SAI.
           EXIT.

      *-------------------------------------------------------------*
       ACHA-CONTRATO.
      *-------------------------------------------------------------*
      *    Contrato ativo do cliente com vigencia na data. O PROG164
      *    nao deixa dois ativos sobrepostos.
           MOVE ZEROS TO WS-CONTRATO-PED
           IF SEM-CONTRATO
              GO TO ACHA-CONTRATO-FIM
           END-IF

           MOVE WS-CODC-PED TO CTR-CODC
           START CONTRATO KEY NOT LESS THAN CTR-CODC
                 INVALID KEY
                    MOVE 10 TO CTR-STAT
           END-START
           PERFORM OLHA-UM-CONTRATO
              THRU OLHA-UM-CONTRATO-SAI
              UNTIL FSCT-FIM-REG OR WS-CONTRATO-PED NOT = ZEROS
           MOVE ZEROS TO CTR-STAT
           .
       ACHA-CONTRATO-FIM.
           EXIT.

      *-------------------------------------------------------------*
       OLHA-UM-CONTRATO.
      *-------------------------------------------------------------*
           READ CONTRATO NEXT AT END
                GO TO OLHA-UM-CONTRATO-SAI
           END-READ

           IF CTR-CODC NOT = WS-CODC-PED
              MOVE 10 TO CTR-STAT
              GO TO OLHA-UM-CONTRATO-SAI
           END-IF

           IF CTR-ATIVO
              AND WS-DATA-PROC NOT < CTR-DT-INICIO
              AND WS-DATA-PROC NOT > CTR-DT-FIM
              MOVE CTR-NUMERO TO WS-CONTRATO-PED
           END-IF
           .
       OLHA-UM-CONTRATO-SAI.
           EXIT.

      *-------------------------------------------------------------*
       VERIFICA-INADIMPLENCIA.
      *-------------------------------------------------------------*
      *    Mesma regra do PROG22: fatura em aberto vencida ha mais
      *    que PAR-DIAS-ATRASO dias (ZEROS = sem bloqueio).
           SET SEM-ATRASO TO TRUE
           IF WS-DIAS-ATRASO-BLQ = ZEROS OR SEM-FATURA
              GO TO VERIFICA-INADIMPLENCIA-FIM
           END-IF

           MOVE WS-CODC-PED TO FAT-CODC
           START FATURA KEY NOT LESS THAN FAT-CODC
                 INVALID KEY
                    MOVE 10 TO FAT-STAT
           END-START
           PERFORM OLHA-FATURA-VENCIDA
              THRU OLHA-FATURA-VENCIDA-FIM UNTIL FSF-FIM-REG
           MOVE ZEROS TO FAT-STAT
           .
       VERIFICA-INADIMPLENCIA-FIM.
           EXIT.

      *-------------------------------------------------------------*
       OLHA-FATURA-VENCIDA.
      *-------------------------------------------------------------*
           READ FATURA NEXT AT END
                GO TO OLHA-FATURA-VENCIDA-FIM
           END-READ

           IF FAT-CODC NOT = WS-CODC-PED
              MOVE 10 TO FAT-STAT
              GO TO OLHA-FATURA-VENCIDA-FIM
           END-IF

           IF NOT FAT-ABERTA
              GO TO OLHA-FATURA-VENCIDA-FIM
           END-IF

           COMPUTE WS-DIAS-VENCIDO = WS-DIAS-PROC-INT -
                   FUNCTION INTEGER-OF-DATE (FAT-VENCTO)
           IF WS-DIAS-VENCIDO > WS-DIAS-ATRASO-BLQ
              SET TEM-ATRASO TO TRUE
              MOVE 10 TO FAT-STAT
           END-IF
           .
       OLHA-FATURA-VENCIDA-FIM.
           EXIT.

      *-------------------------------------------------------------*
       CALCULA-EXPOSICAO.
      *-------------------------------------------------------------*
      *    Exposicao do PROG22: pedidos em aberto mais o saldo das
      *    faturas em aberto do cliente.
           MOVE ZEROS TO WS-EXPOSICAO

           MOVE WS-CODC-PED TO PED-CODC
           START PEDIDOS KEY NOT LESS THAN PED-CODC
                 INVALID KEY
                    MOVE 10 TO PED-STAT
           END-START
           PERFORM SOMA-PEDIDO-ABERTO
              THRU SOMA-PEDIDO-ABERTO-FIM UNTIL FSP-FIM-REG
           MOVE ZEROS TO PED-STAT

           IF SEM-FATURA
              GO TO CALCULA-EXPOSICAO-FIM
           END-IF
           MOVE WS-CODC-PED TO FAT-CODC
           START FATURA KEY NOT LESS THAN FAT-CODC
                 INVALID KEY
                    MOVE 10 TO FAT-STAT
           END-START
           PERFORM SOMA-FATURA-ABERTA
              THRU SOMA-FATURA-ABERTA-FIM UNTIL FSF-FIM-REG
           MOVE ZEROS TO FAT-STAT
           .
       CALCULA-EXPOSICAO-FIM.
           EXIT.

      *-------------------------------------------------------------*
       SOMA-PEDIDO-ABERTO.
      *-------------------------------------------------------------*
           READ PEDIDOS NEXT AT END
                GO TO SOMA-PEDIDO-ABERTO-FIM
           END-READ

           IF PED-CODC NOT = WS-CODC-PED
              MOVE 10 TO PED-STAT
              GO TO SOMA-PEDIDO-ABERTO-FIM
           END-IF

           IF PED-ABERTO
              ADD PED-VALOR TO WS-EXPOSICAO
           END-IF
           .
       SOMA-PEDIDO-ABERTO-FIM.
           EXIT.

      *-------------------------------------------------------------*
       SOMA-FATURA-ABERTA.
      *-------------------------------------------------------------*
           READ FATURA NEXT AT END
                GO TO SOMA-FATURA-ABERTA-FIM
           END-READ

           IF FAT-CODC NOT = WS-CODC-PED
              MOVE 10 TO FAT-STAT
              GO TO SOMA-FATURA-ABERTA-FIM
           END-IF

           IF FAT-ABERTA
              COMPUTE WS-EXPOSICAO =
                      WS-EXPOSICAO + FAT-VALOR - FAT-VALOR-PAGO
           END-IF
           .
       SOMA-FATURA-ABERTA-FIM.
           EXIT.

      *-------------------------------------------------------------*
       GRAVA-PEDIDO.
      *-------------------------------------------------------------*
      *    Numero novo pelo PROG40 (tipo 'P'); numero ja digitado no
      *    PROG22 da chave duplicada e tenta o seguinte.
           ADD 1 TO WS-TENTATIVA
           SET LK-SEQ-PEDIDO TO TRUE
           CALL "PROG40" USING LK-SEQUENCIA END-CALL
           IF NOT LK-SEQ-OK
              MOVE 10 TO WS-TENTATIVA
              GO TO GRAVA-PEDIDO-FIM
           END-IF

      *    Registro inteiro inicializado, como o INCLUI do PROG22.
           MOVE ZEROS           TO PEDIDOS-PED
           MOVE SPACES          TO PED-MOT-CANC PED-OBS-CANC
                                   PED-SIT-CONTAB PED-CAMPANHA
                                   PED-COND-PAGTO PED-OPER-APROV
           MOVE WS-OPERADOR-EXEC TO PED-OPER-DIGIT
           MOVE WS-PO-PEDIDO-CLI TO PED-PEDIDO-CLI
           MOVE LK-SEQ-NUMERO   TO PED-NUMERO
           MOVE WS-CODC-PED     TO PED-CODC
           MOVE CLI-VEND        TO PED-CODV
           MOVE WS-DATA-PROC    TO PED-DATA
           MOVE WS-VALOR-PEDIDO TO PED-VALOR
           MOVE WS-SIT-PEDIDO   TO PED-SITUACAO
           WRITE PEDIDOS-PED
                 INVALID KEY
                    GO TO GRAVA-PEDIDO-FIM
           END-WRITE

           MOVE PED-NUMERO TO WS-NUM-PEDIDO
           .
       GRAVA-PEDIDO-FIM.
           EXIT.

      *-------------------------------------------------------------*
       GRAVA-ITEM.
      *-------------------------------------------------------------*
      *    So' as linhas aceitas (com ou sem alteracao) viram item.
           IF WS-TLN-SITUACAO (WS-IDX) = 'R'
              GO TO GRAVA-ITEM-FIM
           END-IF

           ADD 1 TO WS-SEQ-ITEM
           MOVE ZEROS                  TO PEDITEM-ITE
           MOVE WS-NUM-PEDIDO          TO ITE-PEDIDO
           MOVE WS-SEQ-ITEM            TO ITE-SEQ
           MOVE WS-TLN-PROD  (WS-IDX)  TO ITE-PROD
           MOVE WS-TLN-QTDE  (WS-IDX)  TO ITE-QTDE
           MOVE WS-TLN-PRECO (WS-IDX)  TO ITE-PRECO
           MOVE 'N'                    TO ITE-ABAIXO-TAB
                                          ITE-RESERVADO
      *    Custo do item so e' congelado no faturamento (PROG64).
           MOVE ZEROS                  TO ITE-CUSTO ITE-DEPOSITO
           WRITE PEDITEM-ITE
                 INVALID KEY
                   MOVE 'GRAVA-ITEM'                      TO LK-PAR
                   MOVE 'WRITE'                           TO LK-CMD
                   MOVE 'PEDITEM'                         TO LK-ARQ
                   MOVE ITE-STAT                          TO LK-STA
                   PERFORM ERRO-FILE-STATUS
           END-WRITE
           .
       GRAVA-ITEM-FIM.
           EXIT.

      *-------------------------------------------------------------*
       GERA-CONFIRMACAO.
      *-------------------------------------------------------------*
      *    Uma confirmacao por pedido de compra, aceito ou nao:
      *    EDIACK_cnpj_seq.TXT, com a sequencia de envio da
      *    interface 'EDIACK' (PROG106), no layout FD_EDIPED.
           MOVE 'EDIACK'   TO LK-INT-INTERFACE
           MOVE SPACES     TO LK-INT-FORCA
           SET LK-INT-GERA TO TRUE
           CALL "PROG106" USING LK-INTSEQ END-CALL
           MOVE LK-INT-SEQ TO WS-SEQ-ACK

           MOVE SPACES TO WS-ARQ-EDIACK
           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'EDIACK_'                    DELIMITED BY SIZE
                  WS-PO-CNPJ                   DELIMITED BY SPACE
                  '_'                          DELIMITED BY SIZE
                  WS-SEQ-ACK                   DELIMITED BY SIZE
                  '.TXT'                       DELIMITED BY SIZE
             INTO WS-ARQ-EDIACK
           END-STRING

           OPEN OUTPUT EDIACK
           IF NOT FSA-OK
              DISPLAY 'PROG197: CONFIRMACAO NAO GRAVADA - '
                      WS-ARQ-EDIACK
              GO TO GERA-CONFIRMACAO-FIM
           END-IF

           COMPUTE WS-ACK-REGS = WS-QTD-LINHAS + 1
           MOVE SPACES      TO EDIPED-REG
           MOVE 'HDR'       TO HDR-MARCA
           MOVE WS-ACK-REGS TO HDR-QTDE
           MOVE WS-SEQ-ACK  TO HDR-SEQ
           WRITE EDIACK-REG FROM EDIPED-REG

           MOVE SPACES           TO EDIPED-REG
           MOVE 'CAB'            TO EDI-TIPO
           MOVE WS-PO-CNPJ       TO CAB-CNPJ
           MOVE WS-PO-PEDIDO-CLI TO CAB-PEDIDO-CLI
           MOVE WS-PO-DATA       TO CAB-DATA
           MOVE WS-NUM-PEDIDO    TO CAB-PEDIDO
           MOVE WS-PO-SITUACAO   TO CAB-SITUACAO
           MOVE WS-PO-MOTIVO     TO CAB-MOTIVO
           WRITE EDIACK-REG FROM EDIPED-REG

           PERFORM CONFIRMA-LINHA THRU CONFIRMA-LINHA-FIM
              VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-QTD-LINHAS

           MOVE SPACES TO EDIPED-REG
           MOVE 'TRL'  TO EDI-TIPO
           WRITE EDIACK-REG FROM EDIPED-REG

           CLOSE EDIACK
           .
       GERA-CONFIRMACAO-FIM.
           EXIT.

      *-------------------------------------------------------------*
       CONFIRMA-LINHA.
      *-------------------------------------------------------------*
           MOVE SPACES                     TO EDIPED-REG
           MOVE 'ITM'                      TO EDI-TIPO
           MOVE WS-TLN-LINHA     (WS-IDX)  TO ITM-LINHA
           MOVE WS-TLN-PROD-CLI  (WS-IDX)  TO ITM-PROD-CLI
           MOVE WS-TLN-QTDE-TXT  (WS-IDX)  TO ITM-QTDE
           MOVE WS-TLN-PRECO-TXT (WS-IDX)  TO ITM-PRECO
           MOVE WS-TLN-SITUACAO  (WS-IDX)  TO ITM-SITUACAO
           MOVE WS-TLN-QTDE      (WS-IDX)  TO WS-ACK-QTDE
           MOVE WS-TLN-PRECO     (WS-IDX)  TO WS-ACK-PRECO
           MOVE WS-ACK-QTDE-X              TO ITM-QTDE-ACEITA
           MOVE WS-ACK-PRECO-X             TO ITM-PRECO-APLIC
           MOVE WS-TLN-MOTIVO    (WS-IDX)  TO ITM-MOTIVO
           WRITE EDIACK-REG FROM EDIPED-REG
           .
       CONFIRMA-LINHA-FIM.
           EXIT.

      *-------------------------------------------------------------*
       IMPRIME-DETALHE.
      *-------------------------------------------------------------*
           MOVE WS-PO-CNPJ        TO DET-CNPJ
           MOVE WS-PO-PEDIDO-CLI  TO DET-PEDIDO-CLI
           MOVE WS-CODC-PED       TO DET-CODC
           MOVE CLI-VEND          TO DET-CODV
           MOVE WS-NUM-PEDIDO     TO DET-PEDIDO
           MOVE WS-PO-SITUACAO    TO DET-SITUACAO
           MOVE WS-LIN-ACEITAS    TO DET-ACEITAS
           MOVE WS-LIN-ALTERADAS  TO DET-ALTERADAS
           MOVE WS-LIN-REJEITADAS TO DET-REJEITADAS
           MOVE WS-VALOR-PEDIDO   TO DET-VALOR
           MOVE WS-PO-MOTIVO      TO DET-OCORRENCIA
           WRITE RELEDI-REL FROM LINHA-DET AFTER ADVANCING 1 LINE
               AT END-OF-PAGE
                  PERFORM IMP-CABEC
           END-WRITE

           PERFORM IMPRIME-LINHA THRU IMPRIME-LINHA-FIM
              VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-QTD-LINHAS
           .
       IMPRIME-DETALHE-FIM.
           EXIT.

      *-------------------------------------------------------------*
       IMPRIME-LINHA.
      *-------------------------------------------------------------*
      *    So' as linhas alteradas ou rejeitadas por motivo proprio;
      *    as do pedido recusado ja estao explicadas no pedido.
           IF WS-TLN-SITUACAO (WS-IDX) = 'A'
              OR WS-TLN-MOTIVO (WS-IDX) = 'PEDIDO RECUSADO'
              GO TO IMPRIME-LINHA-FIM
           END-IF

           MOVE WS-TLN-LINHA    (WS-IDX) TO DIT-LINHA
           MOVE WS-TLN-PROD-CLI (WS-IDX) TO DIT-PROD-CLI
           MOVE WS-TLN-PROD     (WS-IDX) TO DIT-PROD
           MOVE WS-TLN-SITUACAO (WS-IDX) TO DIT-SITUACAO
           MOVE WS-TLN-QTDE     (WS-IDX) TO DIT-QTDE
           MOVE WS-TLN-PRECO    (WS-IDX) TO DIT-PRECO
           MOVE WS-TLN-MOTIVO   (WS-IDX) TO DIT-MOTIVO
           WRITE RELEDI-REL FROM LINHA-DET-ITEM AFTER ADVANCING 1 LINE
               AT END-OF-PAGE
                  PERFORM IMP-CABEC
           END-WRITE
           .
       IMPRIME-LINHA-FIM.
           EXIT.

      *-------------------------------------------------------------*
       IMP-CABEC.
      *-------------------------------------------------------------*
           ADD  01             TO WS-CTPAG
           MOVE WS-CTPAG       TO PAG-REL
           MOVE WS-DATA-PROC   TO WS-DATA-AMD
           PERFORM EDITA-DATA
           MOVE WS-DATA-DMA    TO RCB-DATA-PROC
           WRITE RELEDI-REL  FROM LINHA-CAB0 AFTER ADVANCING PAGE
           WRITE RELEDI-REL  FROM LINHA-CAB1 AFTER 1
           WRITE RELEDI-REL  FROM LINHA-BRANCO AFTER 1
           WRITE RELEDI-REL  FROM LINHA-CAB2 AFTER 1
           WRITE RELEDI-REL  FROM LINHA-CAB3 AFTER 1
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
           IF WS-QTD-PO = ZEROS
              WRITE RELEDI-REL FROM LINHA-SEM-PO AFTER 1
           END-IF

           MOVE WS-QTD-PO           TO TOT-PO
           MOVE WS-QTD-PO-RECUSADOS TO TOT-PO-RECUSADOS
           MOVE WS-QTD-PO-ACEITOS   TO TOT-PO-ACEITOS
           MOVE WS-QTD-PO-PENDENTES TO TOT-PO-PENDENTES
           MOVE WS-TOT-ACEITAS      TO TOT-ACEITAS
           MOVE WS-TOT-ALTERADAS    TO TOT-ALTERADAS
           MOVE WS-TOT-REJEITADAS   TO TOT-REJEITADAS
           MOVE WS-TOT-VALOR        TO TOT-VALOR

           WRITE RELEDI-REL FROM LINHA-BRANCO AFTER 1
           WRITE RELEDI-REL FROM LINHA-TOT1 AFTER 1
           WRITE RELEDI-REL FROM LINHA-TOT2 AFTER 1
           WRITE RELEDI-REL FROM LINHA-TOT3 AFTER 1
           WRITE RELEDI-REL FROM LINHA-TOT4 AFTER 1

           IF HDR-LIDO AND WS-QTDE-HDR NOT = WS-QTD-LIDOS
              MOVE WS-QTDE-HDR  TO DIV-HDR
              MOVE WS-QTD-LIDOS TO DIV-LIDOS
              WRITE RELEDI-REL FROM LINHA-DIVERG AFTER 1
              MOVE 08 TO WS-RETCODE
           END-IF

           IF WS-RETCODE = ZEROS
              AND (WS-QTD-PO = ZEROS
                   OR WS-QTD-PO-RECUSADOS NOT = ZEROS
                   OR WS-TOT-ALTERADAS NOT = ZEROS
                   OR WS-TOT-REJEITADAS NOT = ZEROS
                   OR WS-QTD-ITM-AVULSO NOT = ZEROS)
              MOVE 04 TO WS-RETCODE
           END-IF

           DISPLAY 'PEDIDOS EDI - ' LINHA-TOT1
           DISPLAY 'PEDIDOS EDI - ' LINHA-TOT2
           DISPLAY 'PEDIDOS EDI - ' LINHA-TOT3
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
                  'EDIPED.TXT'                 DELIMITED BY SIZE
             INTO WS-ARQ-EDIPED
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'EDIXREF.ARQ'                DELIMITED BY SIZE
             INTO WS-ARQ-EDIXREF
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'EDIPO.ARQ'                  DELIMITED BY SIZE
             INTO WS-ARQ-EDIPO
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'CLIENTES.ARQ'               DELIMITED BY SIZE
             INTO WS-ARQ-CLIENTES
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'PRODUTO.ARQ'                DELIMITED BY SIZE
             INTO WS-ARQ-PRODUTO
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'PRECO.ARQ'                  DELIMITED BY SIZE
             INTO WS-ARQ-PRECO
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'CONTRATO.ARQ'               DELIMITED BY SIZE
             INTO WS-ARQ-CONTRATO
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'CONTRITEM.ARQ'              DELIMITED BY SIZE
             INTO WS-ARQ-CONTRITEM
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'PEDIDOS.ARQ'                DELIMITED BY SIZE
             INTO WS-ARQ-PEDIDOS
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'PEDITEM.ARQ'                DELIMITED BY SIZE
             INTO WS-ARQ-PEDITEM
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'FATURA.ARQ'                 DELIMITED BY SIZE
             INTO WS-ARQ-FATURA
           END-STRING

      *    O relatorio vai para o SPOOL\ com nome datado (PROG35) e
      *    entra no catalogo ao final.
           MOVE 'N'            TO LK-SPL-OPER
           MOVE 'PROG197'      TO LK-SPL-PROGRAMA
           MOVE 'REL-EDI.TXT'  TO LK-SPL-SUFIXO
           CALL "PROG35" USING LK-SPOOL END-CALL
           MOVE LK-SPL-CAMINHO TO WS-ARQ-RELEDI
           .
       MONTA-CAMINHOS-FIM.
           EXIT.

      *-------------------------------------------------------------*
       ABRIR-ARQUIVO.
      *-------------------------------------------------------------*
           OPEN INPUT EDIPED
           IF FS-NAO-EXISTE
              DISPLAY 'ARQUIVO EDIPED NAO ENCONTRADO'
              MOVE 12 TO WS-RETCODE
              MOVE WS-RETCODE TO RETURN-CODE
              GOBACK
           END-IF

           OPEN INPUT CLIENTES
           IF FSC-NAO-EXISTE
              DISPLAY 'ARQUIVO CLIENTES NAO ENCONTRADO'
              CLOSE EDIPED
              MOVE 12 TO WS-RETCODE
              MOVE WS-RETCODE TO RETURN-CODE
              GOBACK
           END-IF

           OPEN INPUT PRODUTO
           IF FSPR-NAO-EXISTE
              DISPLAY 'ARQUIVO PRODUTO NAO ENCONTRADO'
              CLOSE EDIPED CLIENTES
              MOVE 12 TO WS-RETCODE
              MOVE WS-RETCODE TO RETURN-CODE
              GOBACK
           END-IF

      *    Sem de-para nenhuma linha seria aceita: o arquivo fica
      *    para a proxima rodada, depois de cadastrado (PROG198).
           OPEN INPUT EDIXREF
           IF FSX-NAO-EXISTE
              DISPLAY 'ARQUIVO EDIXREF NAO ENCONTRADO'
              CLOSE EDIPED CLIENTES PRODUTO
              MOVE 12 TO WS-RETCODE
              MOVE WS-RETCODE TO RETURN-CODE
              GOBACK
           END-IF

           OPEN I-O EDIPO
           IF FSE-NAO-EXISTE
              OPEN OUTPUT EDIPO
              CLOSE EDIPO
              OPEN I-O EDIPO
           END-IF

           OPEN I-O PEDIDOS
           IF FSP-NAO-EXISTE
              OPEN OUTPUT PEDIDOS
              CLOSE PEDIDOS
              OPEN I-O PEDIDOS
           END-IF

           OPEN I-O PEDITEM
           IF FSIT-NAO-EXISTE
              OPEN OUTPUT PEDITEM
              CLOSE PEDITEM
              OPEN I-O PEDITEM
           END-IF

           SET TEM-PRECO TO TRUE
           OPEN INPUT PRECO
           IF FSPE-NAO-EXISTE
              SET SEM-PRECO TO TRUE
           END-IF

           SET TEM-CONTRATO TO TRUE
           OPEN INPUT CONTRATO
           IF FSCT-NAO-EXISTE
              SET SEM-CONTRATO TO TRUE
           ELSE
              OPEN INPUT CONTRITEM
              IF FSCI-NAO-EXISTE
                 CLOSE CONTRATO
                 SET SEM-CONTRATO TO TRUE
              END-IF
           END-IF

           SET TEM-FATURA TO TRUE
           OPEN INPUT FATURA
           IF FSF-NAO-EXISTE
              SET SEM-FATURA TO TRUE
           END-IF

           OPEN OUTPUT RELEDI
           .
       ABRIR-ARQUIVO-FIM.
           EXIT.

      *-------------------------------------------------------------*
       FINALIZA.
      *-------------------------------------------------------------*
           CLOSE EDIPED CLIENTES PRODUTO EDIXREF EDIPO PEDIDOS PEDITEM
                 RELEDI
           IF TEM-PRECO
              CLOSE PRECO
           END-IF
           IF TEM-CONTRATO
              CLOSE CONTRATO CONTRITEM
           END-IF
           IF TEM-FATURA
              CLOSE FATURA
           END-IF

           MOVE 'R'            TO LK-SPL-OPER
           MOVE 'PROG197'      TO LK-SPL-PROGRAMA
           MOVE WS-SEQ-ARQUIVO TO LK-SPL-PARAMS
           MOVE WS-QTD-PO      TO LK-SPL-QTDE
           MOVE WS-ARQ-RELEDI  TO LK-SPL-CAMINHO
           CALL "PROG35" USING LK-SPOOL END-CALL

           MOVE WS-RETCODE TO RETURN-CODE
           GOBACK.

      *-------------------------------------------------------------*
       ERRO-FILE-STATUS.
      *-------------------------------------------------------------*
           MOVE 'PROG197'                   TO LK-PRG
           CALL "PROG10" USING LK-FILE-STATUS END-CALL
           .
       FIM-ERRO.
           EXIT.
