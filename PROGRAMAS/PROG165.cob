      ******************************************************************
      * Autor.....: Alexandre Trevisani (PROVA COBOL)
      * Data......: Julho/2019
      * Programa..: PROG165 - Consumo x Compromisso dos Contratos
      * Chamadas..: PROG35 - Spool e Catalogo de Relatorios
      * Parametros: Linha de comando (opcional): competencia AAAAMM
      *             do relatorio; em branco, o mes corrente.
      * Observação: Relatorio mensal dos contratos de fornecimento
      *             ativos (CONTRATO.ARQ/CONTRITEM.ARQ, PROG164) em
      *             vigor na competencia: para cada contrato, o
      *             consumo dos produtos do contrato no mes e o
      *             acumulado desde o inicio da vigencia (pedidos
      *             faturados do cliente, PEDITEM.ARQ), na unidade do
      *             compromisso (quantidade ou valor), o percentual
      *             realizado contra o percentual da vigencia ja
      *             decorrido e a situacao (NO RITMO, ABAIXO DO
      *             RITMO, ATINGIDO). Abaixo, cada produto com preco,
      *             quantidade comprometida e consumida. Ao final, os
      *             contratos ativos que vencem nos proximos 60 dias,
      *             com o vendedor, para a renegociacao.
      *             Roda sem tela, na cadeia do PROG34; o relatorio
      *             vai para o spool do PROG35.
      * Cod.Retorno (RETURN-CODE):
      *             0 = processamento normal
      *             4 = nenhum contrato em vigor na competencia
      *            12 = arquivo ausente ou competencia invalida
      * Historico.:
      *   2026 mnt - Programa novo.
      ******************************************************************
       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         PROG165.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SPECIAL-NAMES.      DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.

       SELECT CONTRATO ASSIGN TO WS-ARQ-CONTRATO
              ORGANIZATION         IS INDEXED
              ACCESS MODE          IS SEQUENTIAL
              FILE STATUS          IS CTR-STAT
              ALTERNATE RECORD KEY IS CTR-CODC WITH DUPLICATES
              RECORD KEY           IS CTR-KEY.

       SELECT CONTRITEM ASSIGN TO WS-ARQ-CONTRITEM
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              FILE STATUS  IS CTI-STAT
              RECORD KEY   IS CTI-KEY.

       SELECT PEDIDOS ASSIGN TO WS-ARQ-PEDIDOS
              ORGANIZATION         IS INDEXED
              ACCESS MODE          IS DYNAMIC
              FILE STATUS          IS PED-STAT
              ALTERNATE RECORD KEY IS PED-CODC WITH DUPLICATES
              ALTERNATE RECORD KEY IS PED-CODV WITH DUPLICATES
              RECORD KEY           IS PED-KEY.

       SELECT PEDITEM ASSIGN TO WS-ARQ-PEDITEM
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              FILE STATUS  IS ITE-STAT
              RECORD KEY   IS ITE-KEY.

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
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS RANDOM
              FILE STATUS  IS PRO-STAT
              RECORD KEY   IS PRO-KEY.

       SELECT RELCTR ASSIGN TO WS-ARQ-RELCTR
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS  IS REL-STAT.

       DATA            DIVISION.
       FILE            SECTION.

       COPY FD_CONTRATO.

       COPY FD_CONTRITEM.

       COPY FD_PEDIDOS.

       COPY FD_PEDITEM.

       COPY FD_CLIENTES.

       COPY FD_PRODUTO.

       FD RELCTR
           LINAGE IS 55 LINES
           WITH FOOTING AT 51
           LINES AT TOP 3
           LINES AT BOTTOM 2.

       01 RELCTR-REL.
          05 REL-IMP        PIC X(132).

       WORKING-STORAGE SECTION.

       77 WS-DIR-DADOS       PIC X(50) VALUE SPACES.
       77 WS-ARQ-CONTRATO    PIC X(70) VALUE SPACES.
       77 WS-ARQ-CONTRITEM   PIC X(70) VALUE SPACES.
       77 WS-ARQ-PEDIDOS     PIC X(70) VALUE SPACES.
       77 WS-ARQ-PEDITEM     PIC X(70) VALUE SPACES.
       77 WS-ARQ-CLIENTES    PIC X(70) VALUE SPACES.
       77 WS-ARQ-PRODUTO     PIC X(70) VALUE SPACES.
       77 WS-ARQ-RELCTR      PIC X(90) VALUE SPACES.

       77 CTR-STAT          PIC 9(02).
           88 FSCT-OK       VALUE ZEROS.
           88 FSCT-FIM-REG  VALUE 10.
           88 FSCT-NAO-EXISTE VALUE 35.

       77 CTI-STAT          PIC 9(02).
           88 FSCI-OK       VALUE ZEROS.
           88 FSCI-FIM-REG  VALUE 10.
           88 FSCI-NAO-EXISTE VALUE 35.

       77 PED-STAT          PIC 9(02).
           88 FSPD-OK       VALUE ZEROS.
           88 FSPD-FIM-REG  VALUE 10.
           88 FSPD-NAO-EXISTE VALUE 35.

       77 ITE-STAT          PIC 9(02).
           88 FSI-OK        VALUE ZEROS.
           88 FSI-FIM-REG   VALUE 10.
           88 FSI-NAO-EXISTE VALUE 35.

       77 CLI-STAT          PIC 9(02).
           88 FSC-OK        VALUE ZEROS.
           88 FSC-NAO-EXISTE VALUE 35.

       77 PRO-STAT          PIC 9(02).
           88 FSPR-OK       VALUE ZEROS.
           88 FSPR-NAO-EXISTE VALUE 35.

       77 REL-STAT          PIC 9(02).
           88 FSR-OK        VALUE ZEROS.

       77 WS-TEM-PEDIDOS    PIC X(01) VALUE 'N'.
           88 TEM-PEDIDOS   VALUE 'S'.
           88 SEM-PEDIDOS   VALUE 'N'.

       77 WS-TEM-ITENS      PIC X(01) VALUE 'N'.
           88 TEM-ITENS     VALUE 'S'.
           88 SEM-ITENS     VALUE 'N'.

       77 WS-TEM-CLIENTES   PIC X(01) VALUE 'N'.
           88 TEM-CLIENTES  VALUE 'S'.
           88 SEM-CLIENTES  VALUE 'N'.

       77 WS-TEM-PRODUTO    PIC X(01) VALUE 'N'.
           88 TEM-PRODUTO   VALUE 'S'.
           88 SEM-PRODUTO   VALUE 'N'.

       77 WS-PARM           PIC X(80) VALUE SPACES.

       77 WS-DATA-HOJE      PIC 9(08) VALUE ZEROS.
       77 WS-DIAS-HOJE      PIC 9(08) VALUE ZEROS.
       77 WS-ANOMES         PIC 9(06) VALUE ZEROS.
       01 WS-ANOMES-PROX.
           05 WS-AMP-ANO    PIC 9(04).
           05 WS-AMP-MES    PIC 9(02).
       77 WS-DATA-INI-MES   PIC 9(08) VALUE ZEROS.
       77 WS-DATA-FIM-MES   PIC 9(08) VALUE ZEROS.
       77 WS-DATA-REF       PIC 9(08) VALUE ZEROS.
       77 WS-DATA-AVISO     PIC 9(08) VALUE ZEROS.
       77 WS-DIAS-AVISO     PIC 9(03) VALUE 60.

      *    Fim da apuracao do contrato corrente: o menor entre o fim
      *    da vigencia e a data de referencia.
       77 WS-DATA-APURA     PIC 9(08) VALUE ZEROS.

       77 WS-RETCODE        PIC 9(02) VALUE ZEROS.

      *    Produtos do contrato corrente, com o consumo apurado.
       01 WS-TAB-ITEM.
           05 WS-TCI-ENT OCCURS 300 TIMES.
              10 WS-TCI-PROD      PIC 9(05).
              10 WS-TCI-PRECO     PIC 9(07)V99.
              10 WS-TCI-QTDE-COMP PIC 9(07)V99.
              10 WS-TCI-QTDE-MES  PIC 9(09)V99.
              10 WS-TCI-QTDE-ACUM PIC 9(09)V99.
              10 WS-TCI-VLR-MES   PIC 9(11)V99.
              10 WS-TCI-VLR-ACUM  PIC 9(11)V99.

       77 WS-QTD-ITENS      PIC 9(03) VALUE ZEROS.
       77 WS-ITEM-ESTOUROU  PIC 9(06) VALUE ZEROS.

      *    Contratos ativos que vencem no prazo de aviso.
       01 WS-TAB-VENC.
           05 WS-TVC-ENT OCCURS 200 TIMES.
              10 WS-TVC-NUMERO    PIC 9(06).
              10 WS-TVC-CODC      PIC 9(07).
              10 WS-TVC-CODV      PIC 9(05).
              10 WS-TVC-DT-FIM    PIC 9(08).
              10 WS-TVC-FEITO     PIC X(01).

       77 WS-QTD-VENC       PIC 9(03) VALUE ZEROS.
       77 WS-VENC-ESTOUROU  PIC 9(06) VALUE ZEROS.

       77 WS-IDX            PIC 9(03) VALUE ZEROS.
       77 WS-IDX-ACHOU      PIC 9(03) VALUE ZEROS.
       77 WS-IDV            PIC 9(03) VALUE ZEROS.
       77 WS-IDV-MENOR      PIC 9(03) VALUE ZEROS.

       77 WS-VLR-ITEM       PIC 9(11)V99 VALUE ZEROS.
       77 WS-QTDE-MES       PIC 9(11)V99 VALUE ZEROS.
       77 WS-QTDE-ACUM      PIC 9(11)V99 VALUE ZEROS.
       77 WS-VLR-MES        PIC 9(11)V99 VALUE ZEROS.
       77 WS-VLR-ACUM       PIC 9(11)V99 VALUE ZEROS.
       77 WS-CONSUMO-MES    PIC 9(11)V99 VALUE ZEROS.
       77 WS-CONSUMO-ACUM   PIC 9(11)V99 VALUE ZEROS.
       77 WS-PCT-REALIZADO  PIC 9(05)V9 VALUE ZEROS.
       77 WS-PCT-DECORRIDO  PIC 9(03)V9 VALUE ZEROS.
       77 WS-DIAS-TOTAL     PIC 9(06) VALUE ZEROS.
       77 WS-DIAS-DECORR    PIC 9(06) VALUE ZEROS.
       77 WS-DIAS-VENCER    PIC 9(03) VALUE ZEROS.

       77 WS-QTD-LIDOS      PIC 9(06) VALUE ZEROS.
       77 WS-QTD-LISTADOS   PIC 9(06) VALUE ZEROS.
       77 WS-QTD-ABAIXO     PIC 9(06) VALUE ZEROS.
       77 WS-QTD-ATINGIDO   PIC 9(06) VALUE ZEROS.

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
           'CONSUMO X COMPROMISSO DOS CONTRATOS DE FORNECIMENTO'.
           05 FILLER        PIC X(09) VALUE 'PAGINA : '.
           05 PAG-REL       PIC ZZ9.

       01 LINHA-CAB1.
           05 FILLER        PIC X(09) VALUE 'DATA...: '.
           05 CAB-DATA-HOJE PIC X(10).
           05 FILLER        PIC X(17) VALUE '   COMPETENCIA: '.
           05 CAB-MES       PIC 99.
           05 FILLER        PIC X(01) VALUE '/'.
           05 CAB-ANO       PIC 9(04).
           05 FILLER        PIC X(17) VALUE '   APURADO ATE: '.
           05 CAB-DATA-REF  PIC X(10).

       01 LINHA-CTR1.
           05 FILLER        PIC X(09) VALUE 'CONTRATO '.
           05 LC1-NUMERO    PIC 9(06).
           05 FILLER        PIC X(09) VALUE ' CLIENTE '.
           05 LC1-CODC      PIC 9(07).
           05 FILLER        PIC X(01) VALUE SPACES.
           05 LC1-NOME      PIC X(40).
           05 FILLER        PIC X(07) VALUE '  VEND '.
           05 LC1-CODV      PIC ZZZZ9.

       01 LINHA-CTR2.
           05 FILLER        PIC X(12) VALUE '   VIGENCIA '.
           05 LC2-INICIO    PIC X(10).
           05 FILLER        PIC X(03) VALUE ' A '.
           05 LC2-FIM       PIC X(10).
           05 FILLER        PIC X(16) VALUE '   COMPROMISSO: '.
           05 LC2-TIPO      PIC X(11).
           05 LC2-COMPROM   PIC ZZZ.ZZZ.ZZ9,99.

       01 LINHA-CTR3.
           05 FILLER        PIC X(14) VALUE '   NO MES....:'.
           05 LC3-MES       PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER        PIC X(14) VALUE '   ACUMULADO:'.
           05 LC3-ACUM      PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER        PIC X(14) VALUE '   REALIZADO:'.
           05 LC3-PCT-REAL  PIC ZZZZ9,9.
           05 FILLER        PIC X(15) VALUE '%  DECORRIDO: '.
           05 LC3-PCT-DEC   PIC ZZ9,9.
           05 FILLER        PIC X(03) VALUE '%  '.
           05 LC3-SITUACAO  PIC X(20).

       01 LINHA-TIT-ITE.
           05 FILLER        PIC X(06) VALUE SPACES.
           05 FILLER        PIC X(37) VALUE 'PROD. DESCRICAO'.
           05 FILLER        PIC X(11) VALUE 'PRECO CONTR'.
           05 FILLER        PIC X(13) VALUE ' QTDE COMPROM'.
           05 FILLER        PIC X(14) VALUE '   QTDE NO MES'.
           05 FILLER        PIC X(14) VALUE '  QTDE ACUMUL.'.
           05 FILLER        PIC X(15) VALUE '  VALOR ACUMUL.'.
           05 FILLER        PIC X(07) VALUE ' % COMP'.

       01 LINHA-ITE.
           05 FILLER        PIC X(06) VALUE SPACES.
           05 LIT-PROD      PIC 9(05).
           05 FILLER        PIC X(01) VALUE SPACES.
           05 LIT-DESC      PIC X(30).
           05 FILLER        PIC X(01) VALUE SPACES.
           05 LIT-PRECO     PIC ZZZ.ZZ9,99.
           05 FILLER        PIC X(01) VALUE SPACES.
           05 LIT-QTDE-COMP PIC Z.ZZZ.ZZ9,99.
           05 FILLER        PIC X(01) VALUE SPACES.
           05 LIT-QTDE-MES  PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER        PIC X(01) VALUE SPACES.
           05 LIT-QTDE-ACUM PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER        PIC X(01) VALUE SPACES.
           05 LIT-VLR-ACUM  PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER        PIC X(01) VALUE SPACES.
           05 LIT-PCT       PIC ZZZ9,9.
           05 LIT-PCT-SINAL PIC X(01).

       01 LINHA-SEM-ITE.
           05 FILLER        PIC X(06) VALUE SPACES.
           05 FILLER        PIC X(40) VALUE
           'CONTRATO SEM PRODUTOS CADASTRADOS'.

       01 LINHA-VENC-TIT.
           05 FILLER        PIC X(41) VALUE
           'CONTRATOS ATIVOS QUE VENCEM NOS PROXIMOS '.
           05 LVT-DIAS      PIC ZZ9.
           05 FILLER        PIC X(30) VALUE
           ' DIAS - RENEGOCIAR'.

       01 LINHA-VENC.
           05 FILLER        PIC X(09) VALUE 'CONTRATO '.
           05 LVC-NUMERO    PIC 9(06).
           05 FILLER        PIC X(09) VALUE ' CLIENTE '.
           05 LVC-CODC      PIC 9(07).
           05 FILLER        PIC X(01) VALUE SPACES.
           05 LVC-NOME      PIC X(40).
           05 FILLER        PIC X(07) VALUE '  VEND '.
           05 LVC-CODV      PIC ZZZZ9.
           05 FILLER        PIC X(10) VALUE '  VENCE  '.
           05 LVC-DT-FIM    PIC X(10).
           05 FILLER        PIC X(05) VALUE ' EM  '.
           05 LVC-DIAS      PIC ZZ9.
           05 FILLER        PIC X(05) VALUE ' DIAS'.

       01 LINHA-SEM-VENC.
           05 FILLER        PIC X(50) VALUE
           'NENHUM CONTRATO ATIVO VENCE NO PRAZO'.

       01 LINHA-TOT1.
           05 FILLER        PIC X(30) VALUE
              'CONTRATOS LIDOS.............: '.
           05 TOT-LIDOS     PIC ZZZZZ9.
           05 FILLER        PIC X(20) VALUE
              '   EM VIGOR......: '.
           05 TOT-LISTADOS  PIC ZZZZZ9.

       01 LINHA-TOT2.
           05 FILLER        PIC X(30) VALUE
              'ABAIXO DO RITMO.............: '.
           05 TOT-ABAIXO    PIC ZZZZZ9.
           05 FILLER        PIC X(20) VALUE
              '   ATINGIDOS.....: '.
           05 TOT-ATINGIDO  PIC ZZZZZ9.

       01 LINHA-TOT3.
           05 FILLER        PIC X(30) VALUE
              'A VENCER NO PRAZO DE AVISO..: '.
           05 TOT-VENC      PIC ZZZZZ9.

       01 LINHA-TOT4.
           05 FILLER        PIC X(50) VALUE
           '*** TABELA DE PRODUTOS CHEIA - DESPREZADOS: '.
           05 TOT-ITEM-EST  PIC ZZZZZ9.

       01 LINHA-TOT5.
           05 FILLER        PIC X(50) VALUE
           '*** TABELA DE VENCIMENTOS CHEIA - DESPREZADOS: '.
           05 TOT-VENC-EST  PIC ZZZZZ9.

       01 LINHA-BRANCO      PIC X(100) VALUE SPACES.

       COPY LK_SPOOL.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM MONTA-CAMINHOS

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           COMPUTE WS-DIAS-HOJE =
                   FUNCTION INTEGER-OF-DATE (WS-DATA-HOJE)
           MOVE WS-DATA-HOJE (1:6) TO WS-ANOMES

           ACCEPT WS-PARM FROM COMMAND-LINE
           IF WS-PARM NOT = SPACES
              IF WS-PARM (1:6) IS NUMERIC
                 MOVE WS-PARM (1:6) TO WS-ANOMES
              ELSE
                 MOVE ZEROS TO WS-ANOMES
              END-IF
           END-IF

           COMPUTE WS-DATA-INI-MES = WS-ANOMES * 100 + 1
           IF FUNCTION TEST-DATE-YYYYMMDD (WS-DATA-INI-MES) NOT = ZEROS
              OR WS-DATA-INI-MES > WS-DATA-HOJE
              DISPLAY 'PROG165: COMPETENCIA INVALIDA ' WS-PARM (1:10)
              MOVE 12 TO WS-RETCODE
              MOVE WS-RETCODE TO RETURN-CODE
              GOBACK
           END-IF

      *    Ultimo dia do mes: vespera do primeiro dia do seguinte. A
      *    apuracao vai ate ele, ou ate hoje no mes corrente.
           MOVE WS-ANOMES TO WS-ANOMES-PROX
           IF WS-AMP-MES = 12
              MOVE 01 TO WS-AMP-MES
              ADD 1 TO WS-AMP-ANO
           ELSE
              ADD 1 TO WS-AMP-MES
           END-IF
           COMPUTE WS-DATA-FIM-MES = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE
                    (WS-AMP-ANO * 10000 + WS-AMP-MES * 100 + 1) - 1)
           MOVE WS-DATA-FIM-MES TO WS-DATA-REF
           IF WS-DATA-REF > WS-DATA-HOJE
              MOVE WS-DATA-HOJE TO WS-DATA-REF
           END-IF

           COMPUTE WS-DATA-AVISO = FUNCTION DATE-OF-INTEGER
                                   (WS-DIAS-HOJE + WS-DIAS-AVISO)

           PERFORM ABRIR-ARQUIVO

           PERFORM IMP-CABEC

           PERFORM PROCESSA-CONTRATO
              THRU PROCESSA-CONTRATO-SAI UNTIL FSCT-FIM-REG

           IF WS-QTD-LISTADOS = ZEROS
              MOVE 04 TO WS-RETCODE
              DISPLAY 'PROG165: NENHUM CONTRATO EM VIGOR EM '
                      WS-ANOMES
           END-IF

           PERFORM IMPRIME-VENCIMENTOS
           PERFORM TOTAIS
           PERFORM FINALIZA
           .
       FIM-PROCES.
           EXIT.

      *-------------------------------------------------------------*
       PROCESSA-CONTRATO.
      *-------------------------------------------------------------*
           READ CONTRATO NEXT AT END
                GO TO PROCESSA-CONTRATO-SAI
           END-READ

           ADD 1 TO WS-QTD-LIDOS

           IF NOT CTR-ATIVO
              GO TO PROCESSA-CONTRATO-SAI
           END-IF

      *    Aviso de vencimento: pela data de hoje, nao pela
      *    competencia.
           IF CTR-DT-FIM NOT < WS-DATA-HOJE
              AND CTR-DT-FIM NOT > WS-DATA-AVISO
              PERFORM GUARDA-VENCIMENTO
           END-IF

           IF CTR-DT-INICIO > WS-DATA-REF
              OR CTR-DT-FIM < WS-DATA-INI-MES
              GO TO PROCESSA-CONTRATO-SAI
           END-IF

           MOVE CTR-DT-FIM TO WS-DATA-APURA
           IF WS-DATA-APURA > WS-DATA-REF
              MOVE WS-DATA-REF TO WS-DATA-APURA
           END-IF

      *    Produtos do contrato.
           MOVE ZEROS TO WS-QTD-ITENS
           MOVE CTR-NUMERO TO CTI-CONTRATO
           MOVE ZEROS      TO CTI-PROD
           START CONTRITEM KEY NOT LESS THAN CTI-KEY
                 INVALID KEY
                    MOVE 10 TO CTI-STAT
           END-START
           PERFORM CARREGA-ITEM
              THRU CARREGA-ITEM-SAI UNTIL FSCI-FIM-REG
           MOVE ZEROS TO CTI-STAT

      *    Consumo: pedidos faturados do cliente na vigencia.
           IF TEM-PEDIDOS AND TEM-ITENS AND WS-QTD-ITENS > ZEROS
              MOVE CTR-CODC TO PED-CODC
              START PEDIDOS KEY NOT LESS THAN PED-CODC
                    INVALID KEY
                       MOVE 10 TO PED-STAT
              END-START
              PERFORM APURA-PEDIDO
                 THRU APURA-PEDIDO-SAI UNTIL FSPD-FIM-REG
              MOVE ZEROS TO PED-STAT
           END-IF

           PERFORM IMPRIME-CONTRATO THRU IMPRIME-CONTRATO-FIM
           .
       PROCESSA-CONTRATO-SAI.
           EXIT.

      *-------------------------------------------------------------*
       GUARDA-VENCIMENTO.
      *-------------------------------------------------------------*
           IF WS-QTD-VENC = 200
              ADD 1 TO WS-VENC-ESTOUROU
           ELSE
              ADD 1 TO WS-QTD-VENC
              MOVE CTR-NUMERO TO WS-TVC-NUMERO (WS-QTD-VENC)
              MOVE CTR-CODC   TO WS-TVC-CODC   (WS-QTD-VENC)
              MOVE CTR-CODV   TO WS-TVC-CODV   (WS-QTD-VENC)
              MOVE CTR-DT-FIM TO WS-TVC-DT-FIM (WS-QTD-VENC)
              MOVE 'N'        TO WS-TVC-FEITO  (WS-QTD-VENC)
           END-IF
           .
       GUARDA-VENCIMENTO-FIM.
           EXIT.

      *-------------------------------------------------------------*
       CARREGA-ITEM.
      *-------------------------------------------------------------*
           READ CONTRITEM NEXT AT END
                GO TO CARREGA-ITEM-SAI
           END-READ

           IF CTI-CONTRATO NOT = CTR-NUMERO
              MOVE 10 TO CTI-STAT
              GO TO CARREGA-ITEM-SAI
           END-IF

           IF WS-QTD-ITENS = 300
              ADD 1 TO WS-ITEM-ESTOUROU
              GO TO CARREGA-ITEM-SAI
           END-IF

           ADD 1 TO WS-QTD-ITENS
           MOVE CTI-PROD         TO WS-TCI-PROD      (WS-QTD-ITENS)
           MOVE CTI-PRECO        TO WS-TCI-PRECO     (WS-QTD-ITENS)
           MOVE CTI-QTDE-COMPROM TO WS-TCI-QTDE-COMP (WS-QTD-ITENS)
           MOVE ZEROS            TO WS-TCI-QTDE-MES  (WS-QTD-ITENS)
                                    WS-TCI-QTDE-ACUM (WS-QTD-ITENS)
                                    WS-TCI-VLR-MES   (WS-QTD-ITENS)
                                    WS-TCI-VLR-ACUM  (WS-QTD-ITENS)
           .
       CARREGA-ITEM-SAI.
           EXIT.

      *-------------------------------------------------------------*
       APURA-PEDIDO.
      *-------------------------------------------------------------*
           READ PEDIDOS NEXT AT END
                GO TO APURA-PEDIDO-SAI
           END-READ

           IF PED-CODC NOT = CTR-CODC
              MOVE 10 TO PED-STAT
              GO TO APURA-PEDIDO-SAI
           END-IF

           IF NOT PED-FATURADO
              GO TO APURA-PEDIDO-SAI
           END-IF
           IF PED-DATA < CTR-DT-INICIO OR PED-DATA > WS-DATA-APURA
              GO TO APURA-PEDIDO-SAI
           END-IF

           MOVE PED-NUMERO TO ITE-PEDIDO
           MOVE ZEROS      TO ITE-SEQ
           START PEDITEM KEY NOT LESS THAN ITE-KEY
                 INVALID KEY
                    MOVE 10 TO ITE-STAT
           END-START
           PERFORM APURA-ITEM-PEDIDO
              THRU APURA-ITEM-PEDIDO-SAI UNTIL FSI-FIM-REG
           MOVE ZEROS TO ITE-STAT
           .
       APURA-PEDIDO-SAI.
           EXIT.

      *-------------------------------------------------------------*
       APURA-ITEM-PEDIDO.
      *-------------------------------------------------------------*
           READ PEDITEM NEXT AT END
                GO TO APURA-ITEM-PEDIDO-SAI
           END-READ

           IF ITE-PEDIDO NOT = PED-NUMERO
              MOVE 10 TO ITE-STAT
              GO TO APURA-ITEM-PEDIDO-SAI
           END-IF

           MOVE ZEROS TO WS-IDX-ACHOU
           PERFORM PROCURA-ITEM
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-QTD-ITENS
                  OR WS-IDX-ACHOU NOT = ZEROS
           IF WS-IDX-ACHOU = ZEROS
              GO TO APURA-ITEM-PEDIDO-SAI
           END-IF

           COMPUTE WS-VLR-ITEM ROUNDED = ITE-QTDE * ITE-PRECO
           ADD ITE-QTDE    TO WS-TCI-QTDE-ACUM (WS-IDX-ACHOU)
           ADD WS-VLR-ITEM TO WS-TCI-VLR-ACUM  (WS-IDX-ACHOU)
           IF PED-DATA NOT < WS-DATA-INI-MES
              ADD ITE-QTDE    TO WS-TCI-QTDE-MES (WS-IDX-ACHOU)
              ADD WS-VLR-ITEM TO WS-TCI-VLR-MES  (WS-IDX-ACHOU)
           END-IF
           .
       APURA-ITEM-PEDIDO-SAI.
           EXIT.

      *-------------------------------------------------------------*
       PROCURA-ITEM.
      *-------------------------------------------------------------*
           IF WS-TCI-PROD (WS-IDX) = ITE-PROD
              MOVE WS-IDX TO WS-IDX-ACHOU
           END-IF
           .
       PROCURA-ITEM-FIM.
           EXIT.

      *-------------------------------------------------------------*
       IMPRIME-CONTRATO.
      *-------------------------------------------------------------*
           ADD 1 TO WS-QTD-LISTADOS

           MOVE ZEROS TO WS-QTDE-MES WS-QTDE-ACUM WS-VLR-MES
                         WS-VLR-ACUM
           PERFORM SOMA-ITEM
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-QTD-ITENS

           IF CTR-COMPROM-QTDE
              MOVE WS-QTDE-MES  TO WS-CONSUMO-MES
              MOVE WS-QTDE-ACUM TO WS-CONSUMO-ACUM
           ELSE
              MOVE WS-VLR-MES   TO WS-CONSUMO-MES
              MOVE WS-VLR-ACUM  TO WS-CONSUMO-ACUM
           END-IF

      *    Percentual realizado do compromisso contra o percentual
      *    da vigencia ja decorrido ate a apuracao.
           MOVE ZEROS TO WS-PCT-REALIZADO
           IF CTR-COMPROMISSO > ZEROS
              IF WS-CONSUMO-ACUM * 100 / CTR-COMPROMISSO > 9999
                 MOVE 9999 TO WS-PCT-REALIZADO
              ELSE
                 COMPUTE WS-PCT-REALIZADO ROUNDED =
                         WS-CONSUMO-ACUM * 100 / CTR-COMPROMISSO
              END-IF
           END-IF
           COMPUTE WS-DIAS-TOTAL =
                   FUNCTION INTEGER-OF-DATE (CTR-DT-FIM)
                 - FUNCTION INTEGER-OF-DATE (CTR-DT-INICIO) + 1
           COMPUTE WS-DIAS-DECORR =
                   FUNCTION INTEGER-OF-DATE (WS-DATA-APURA)
                 - FUNCTION INTEGER-OF-DATE (CTR-DT-INICIO) + 1
           COMPUTE WS-PCT-DECORRIDO ROUNDED =
                   WS-DIAS-DECORR * 100 / WS-DIAS-TOTAL

           EVALUATE TRUE
               WHEN CTR-SEM-COMPROM OR CTR-COMPROMISSO = ZEROS
                    MOVE 'SEM COMPROMISSO'  TO LC3-SITUACAO
               WHEN WS-CONSUMO-ACUM NOT < CTR-COMPROMISSO
                    MOVE 'ATINGIDO'         TO LC3-SITUACAO
                    ADD 1 TO WS-QTD-ATINGIDO
               WHEN WS-PCT-REALIZADO < WS-PCT-DECORRIDO
                    MOVE '*** ABAIXO DO RITMO' TO LC3-SITUACAO
                    ADD 1 TO WS-QTD-ABAIXO
               WHEN OTHER
                    MOVE 'NO RITMO'         TO LC3-SITUACAO
           END-EVALUATE

           MOVE CTR-NUMERO TO LC1-NUMERO
           MOVE CTR-CODC   TO LC1-CODC
           MOVE CTR-CODV   TO LC1-CODV
           PERFORM LE-CLIENTE
           MOVE CLI-NOME   TO LC1-NOME

           MOVE CTR-DT-INICIO TO WS-DATA-AMD
           PERFORM EDITA-DATA
           MOVE WS-DATA-DMA   TO LC2-INICIO
           MOVE CTR-DT-FIM    TO WS-DATA-AMD
           PERFORM EDITA-DATA
           MOVE WS-DATA-DMA   TO LC2-FIM
           EVALUATE TRUE
               WHEN CTR-COMPROM-QTDE
                    MOVE 'QUANTIDADE' TO LC2-TIPO
               WHEN CTR-COMPROM-VALOR
                    MOVE 'VALOR'      TO LC2-TIPO
               WHEN OTHER
                    MOVE 'NENHUM'     TO LC2-TIPO
           END-EVALUATE
           MOVE CTR-COMPROMISSO  TO LC2-COMPROM

           MOVE WS-CONSUMO-MES   TO LC3-MES
           MOVE WS-CONSUMO-ACUM  TO LC3-ACUM
           MOVE WS-PCT-REALIZADO TO LC3-PCT-REAL
           MOVE WS-PCT-DECORRIDO TO LC3-PCT-DEC

           WRITE RELCTR-REL FROM LINHA-BRANCO AFTER ADVANCING 1 LINE
               AT END-OF-PAGE
                  PERFORM IMP-CABEC
           END-WRITE
           WRITE RELCTR-REL FROM LINHA-CTR1 AFTER ADVANCING 1 LINE
               AT END-OF-PAGE
                  PERFORM IMP-CABEC
           END-WRITE
           WRITE RELCTR-REL FROM LINHA-CTR2 AFTER ADVANCING 1 LINE
               AT END-OF-PAGE
                  PERFORM IMP-CABEC
           END-WRITE
           WRITE RELCTR-REL FROM LINHA-CTR3 AFTER ADVANCING 1 LINE
               AT END-OF-PAGE
                  PERFORM IMP-CABEC
           END-WRITE

           IF WS-QTD-ITENS = ZEROS
              WRITE RELCTR-REL FROM LINHA-SEM-ITE
                    AFTER ADVANCING 1 LINE
                  AT END-OF-PAGE
                     PERFORM IMP-CABEC
              END-WRITE
              GO TO IMPRIME-CONTRATO-FIM
           END-IF

           WRITE RELCTR-REL FROM LINHA-TIT-ITE AFTER ADVANCING 1 LINE
               AT END-OF-PAGE
                  PERFORM IMP-CABEC
           END-WRITE
           PERFORM IMPRIME-ITEM
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-QTD-ITENS
           .
       IMPRIME-CONTRATO-FIM.
           EXIT.

      *-------------------------------------------------------------*
       SOMA-ITEM.
      *-------------------------------------------------------------*
           ADD WS-TCI-QTDE-MES  (WS-IDX) TO WS-QTDE-MES
           ADD WS-TCI-QTDE-ACUM (WS-IDX) TO WS-QTDE-ACUM
           ADD WS-TCI-VLR-MES   (WS-IDX) TO WS-VLR-MES
           ADD WS-TCI-VLR-ACUM  (WS-IDX) TO WS-VLR-ACUM
           .
       SOMA-ITEM-FIM.
           EXIT.

      *-------------------------------------------------------------*
       IMPRIME-ITEM.
      *-------------------------------------------------------------*
           MOVE WS-TCI-PROD (WS-IDX) TO LIT-PROD
           MOVE '*** PRODUTO NAO CADASTRADO ***' TO LIT-DESC
           IF TEM-PRODUTO
              MOVE WS-TCI-PROD (WS-IDX) TO PRO-COD
              READ PRODUTO
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      MOVE PRO-DESCRICAO TO LIT-DESC
              END-READ
           END-IF
           MOVE WS-TCI-PRECO     (WS-IDX) TO LIT-PRECO
           MOVE WS-TCI-QTDE-COMP (WS-IDX) TO LIT-QTDE-COMP
           MOVE WS-TCI-QTDE-MES  (WS-IDX) TO LIT-QTDE-MES
           MOVE WS-TCI-QTDE-ACUM (WS-IDX) TO LIT-QTDE-ACUM
           MOVE WS-TCI-VLR-ACUM  (WS-IDX) TO LIT-VLR-ACUM
           MOVE ZEROS  TO LIT-PCT
           MOVE SPACES TO LIT-PCT-SINAL
           IF WS-TCI-QTDE-COMP (WS-IDX) > ZEROS
              MOVE '%' TO LIT-PCT-SINAL
              IF WS-TCI-QTDE-ACUM (WS-IDX) * 100
                 / WS-TCI-QTDE-COMP (WS-IDX) > 9999
                 MOVE 9999 TO LIT-PCT
              ELSE
                 COMPUTE LIT-PCT ROUNDED =
                         WS-TCI-QTDE-ACUM (WS-IDX) * 100
                       / WS-TCI-QTDE-COMP (WS-IDX)
              END-IF
           END-IF
           WRITE RELCTR-REL FROM LINHA-ITE AFTER ADVANCING 1 LINE
               AT END-OF-PAGE
                  PERFORM IMP-CABEC
           END-WRITE
           .
       IMPRIME-ITEM-FIM.
           EXIT.

      *-------------------------------------------------------------*
       IMPRIME-VENCIMENTOS.
      *-------------------------------------------------------------*
           MOVE WS-DIAS-AVISO TO LVT-DIAS
           WRITE RELCTR-REL FROM LINHA-BRANCO AFTER ADVANCING 1 LINE
               AT END-OF-PAGE
                  PERFORM IMP-CABEC
           END-WRITE
           WRITE RELCTR-REL FROM LINHA-VENC-TIT AFTER ADVANCING 1 LINE
               AT END-OF-PAGE
                  PERFORM IMP-CABEC
           END-WRITE

           IF WS-QTD-VENC = ZEROS
              WRITE RELCTR-REL FROM LINHA-SEM-VENC
                    AFTER ADVANCING 1 LINE
                  AT END-OF-PAGE
                     PERFORM IMP-CABEC
              END-WRITE
           END-IF

           PERFORM LISTA-VENCIMENTO
              THRU LISTA-VENCIMENTO-SAI WS-QTD-VENC TIMES
           .
       IMPRIME-VENCIMENTOS-FIM.
           EXIT.

      *-------------------------------------------------------------*
       LISTA-VENCIMENTO.
      *-------------------------------------------------------------*
      *    Cada volta imprime o contrato de vencimento mais proximo
      *    ainda nao impresso.
           MOVE ZEROS TO WS-IDV-MENOR
           PERFORM ESCOLHE-VENCIMENTO
               VARYING WS-IDV FROM 1 BY 1
               UNTIL WS-IDV > WS-QTD-VENC
           IF WS-IDV-MENOR = ZEROS
              GO TO LISTA-VENCIMENTO-SAI
           END-IF
           MOVE 'S' TO WS-TVC-FEITO (WS-IDV-MENOR)

           COMPUTE WS-DIAS-VENCER =
                   FUNCTION INTEGER-OF-DATE
                            (WS-TVC-DT-FIM (WS-IDV-MENOR))
                 - WS-DIAS-HOJE

           MOVE WS-TVC-NUMERO (WS-IDV-MENOR) TO LVC-NUMERO
           MOVE WS-TVC-CODC   (WS-IDV-MENOR) TO LVC-CODC CTR-CODC
           MOVE WS-TVC-CODV   (WS-IDV-MENOR) TO LVC-CODV
           PERFORM LE-CLIENTE
           MOVE CLI-NOME                     TO LVC-NOME
           MOVE WS-TVC-DT-FIM (WS-IDV-MENOR) TO WS-DATA-AMD
           PERFORM EDITA-DATA
           MOVE WS-DATA-DMA                  TO LVC-DT-FIM
           MOVE WS-DIAS-VENCER               TO LVC-DIAS
           WRITE RELCTR-REL FROM LINHA-VENC AFTER ADVANCING 1 LINE
               AT END-OF-PAGE
                  PERFORM IMP-CABEC
           END-WRITE
           .
       LISTA-VENCIMENTO-SAI.
           EXIT.

      *-------------------------------------------------------------*
       ESCOLHE-VENCIMENTO.
      *-------------------------------------------------------------*
           IF WS-TVC-FEITO (WS-IDV) = 'N'
              IF WS-IDV-MENOR = ZEROS
                 MOVE WS-IDV TO WS-IDV-MENOR
              ELSE
                 IF WS-TVC-DT-FIM (WS-IDV) <
                    WS-TVC-DT-FIM (WS-IDV-MENOR)
                    MOVE WS-IDV TO WS-IDV-MENOR
                 END-IF
              END-IF
           END-IF
           .
       ESCOLHE-VENCIMENTO-FIM.
           EXIT.

      *-------------------------------------------------------------*
       LE-CLIENTE.
      *-------------------------------------------------------------*
           MOVE '*** CLIENTE NAO CADASTRADO ***' TO CLI-NOME
           IF TEM-CLIENTES
              MOVE CTR-CODC TO CLI-COD
              READ CLIENTES KEY IS CLI-COD
                   INVALID KEY
                      MOVE '*** CLIENTE NAO CADASTRADO ***'
                           TO CLI-NOME
              END-READ
           END-IF
           .
       LE-CLIENTE-FIM.
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
       IMP-CABEC.
      *-------------------------------------------------------------*
           ADD  01              TO WS-CTPAG
           MOVE WS-CTPAG        TO PAG-REL
           MOVE WS-DATA-HOJE    TO WS-DATA-AMD
           PERFORM EDITA-DATA
           MOVE WS-DATA-DMA     TO CAB-DATA-HOJE
           MOVE WS-ANOMES (5:2) TO CAB-MES
           MOVE WS-ANOMES (1:4) TO CAB-ANO
           MOVE WS-DATA-REF     TO WS-DATA-AMD
           PERFORM EDITA-DATA
           MOVE WS-DATA-DMA     TO CAB-DATA-REF
           WRITE RELCTR-REL   FROM LINHA-CAB0 AFTER ADVANCING PAGE
           WRITE RELCTR-REL   FROM LINHA-CAB1 AFTER ADVANCING 1 LINE
           WRITE RELCTR-REL   FROM LINHA-BRANCO AFTER ADVANCING 1
                 LINE
           .
       IMP-CABEC-FIM.
           EXIT.

      *-------------------------------------------------------------*
       TOTAIS.
      *-------------------------------------------------------------*
           MOVE WS-QTD-LIDOS     TO TOT-LIDOS
           MOVE WS-QTD-LISTADOS  TO TOT-LISTADOS
           MOVE WS-QTD-ABAIXO    TO TOT-ABAIXO
           MOVE WS-QTD-ATINGIDO  TO TOT-ATINGIDO
           MOVE WS-QTD-VENC      TO TOT-VENC

           WRITE RELCTR-REL FROM LINHA-BRANCO AFTER 1
           WRITE RELCTR-REL FROM LINHA-TOT1 AFTER 1
           WRITE RELCTR-REL FROM LINHA-TOT2 AFTER 1
           WRITE RELCTR-REL FROM LINHA-TOT3 AFTER 1
           IF WS-ITEM-ESTOUROU NOT = ZEROS
              MOVE WS-ITEM-ESTOUROU TO TOT-ITEM-EST
              WRITE RELCTR-REL FROM LINHA-TOT4 AFTER 1
           END-IF
           IF WS-VENC-ESTOUROU NOT = ZEROS
              MOVE WS-VENC-ESTOUROU TO TOT-VENC-EST
              WRITE RELCTR-REL FROM LINHA-TOT5 AFTER 1
           END-IF

           DISPLAY 'CONTRATOS - ' LINHA-TOT2
           DISPLAY 'CONTRATOS - ' LINHA-TOT3
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
                  'CLIENTES.ARQ'               DELIMITED BY SIZE
             INTO WS-ARQ-CLIENTES
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'PRODUTO.ARQ'                DELIMITED BY SIZE
             INTO WS-ARQ-PRODUTO
           END-STRING

      *    O relatorio vai para o SPOOL\ com nome datado (PROG35) e
      *    entra no catalogo ao final.
           MOVE 'N'            TO LK-SPL-OPER
           MOVE 'PROG165'      TO LK-SPL-PROGRAMA
           MOVE 'REL-CTR.TXT'  TO LK-SPL-SUFIXO
           CALL "PROG35" USING LK-SPOOL END-CALL
           MOVE LK-SPL-CAMINHO TO WS-ARQ-RELCTR
           .
       MONTA-CAMINHOS-FIM.
           EXIT.

      *-------------------------------------------------------------*
       ABRIR-ARQUIVO.
      *-------------------------------------------------------------*
           OPEN INPUT CONTRATO
           IF FSCT-NAO-EXISTE
              DISPLAY 'ARQUIVO CONTRATO NAO ENCONTRADO'
              MOVE 12 TO WS-RETCODE
              MOVE WS-RETCODE TO RETURN-CODE
              GOBACK
           END-IF

           OPEN INPUT CONTRITEM
           IF FSCI-NAO-EXISTE
              DISPLAY 'ARQUIVO CONTRITEM NAO ENCONTRADO'
              CLOSE CONTRATO
              MOVE 12 TO WS-RETCODE
              MOVE WS-RETCODE TO RETURN-CODE
              GOBACK
           END-IF

           SET TEM-PEDIDOS TO TRUE
           OPEN INPUT PEDIDOS
           IF FSPD-NAO-EXISTE
              SET SEM-PEDIDOS TO TRUE
           END-IF

           SET TEM-ITENS TO TRUE
           OPEN INPUT PEDITEM
           IF FSI-NAO-EXISTE
              SET SEM-ITENS TO TRUE
           END-IF

           SET TEM-CLIENTES TO TRUE
           OPEN INPUT CLIENTES
           IF FSC-NAO-EXISTE
              SET SEM-CLIENTES TO TRUE
           END-IF

           SET TEM-PRODUTO TO TRUE
           OPEN INPUT PRODUTO
           IF FSPR-NAO-EXISTE
              SET SEM-PRODUTO TO TRUE
           END-IF

           OPEN OUTPUT RELCTR
           .
       ABRIR-ARQUIVO-FIM.
           EXIT.

      *-------------------------------------------------------------*
       FINALIZA.
      *-------------------------------------------------------------*
           CLOSE CONTRATO CONTRITEM RELCTR
           IF TEM-PEDIDOS
              CLOSE PEDIDOS
           END-IF
           IF TEM-ITENS
              CLOSE PEDITEM
           END-IF
           IF TEM-CLIENTES
              CLOSE CLIENTES
           END-IF
           IF TEM-PRODUTO
              CLOSE PRODUTO
           END-IF

           MOVE 'R'            TO LK-SPL-OPER
           MOVE 'PROG165'      TO LK-SPL-PROGRAMA
           MOVE WS-PARM        TO LK-SPL-PARAMS
           MOVE WS-QTD-LISTADOS TO LK-SPL-QTDE
           MOVE WS-ARQ-RELCTR  TO LK-SPL-CAMINHO
           CALL "PROG35" USING LK-SPOOL END-CALL

           MOVE WS-RETCODE TO RETURN-CODE
           GOBACK.
