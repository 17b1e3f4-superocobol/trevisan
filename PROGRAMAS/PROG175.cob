      ******************************************************************
      * Autor.....: Alexandre Trevisani (PROVA COBOL)
      * Data......: Julho/2019
      * Programa..: PROG175 - Previsao de Vendas e Proposta de Metas
      * Chamadas..: PROG35 - Spool e Catalogo de Relatorios
      * Parametros: Linha de comando (opcional), no formato
      *             AAAAMM;NN - primeira competencia prevista (em
      *             branco, o mes seguinte ao corrente) e quantidade
      *             de meses previstos (01 a 12; em branco, 03).
      * Observação: Projeta o faturamento de cada vendedor ativo nos
      *             meses pedidos a partir dos 24 meses faturados
      *             anteriores (PEDSUM.ARQ, que ja inclui os pedidos
      *             arquivados em PEDHIST.ARQ):
      *               - indice sazonal do mes do calendario, da
      *                 empresa toda (media do mes nos dois anos
      *                 sobre a media mensal dos 24 meses);
      *               - tendencia do vendedor (ultimos 12 meses sobre
      *                 os 12 anteriores, limitada a 0,80 - 1,20);
      *               - ajuste de carteira: o faturado nos ultimos 12
      *                 meses (PEDIDOS.ARQ e PEDHIST.ARQ) de clientes
      *                 que a distribuicao atual (DISTRIB.ARQ) passou
      *                 para outro vendedor sai de um e entra no
      *                 outro; cliente inativo ou excluido sai.
      *             Previsao = (faturado 12 meses + ganhos - perdas)
      *             / 12 x indice sazonal x tendencia. A proposta
      *             (previsao arredondada na centena) vai para
      *             METAPROP.ARQ, onde o supervisor revisa, ajusta e
      *             aceita pelo PROG62 (opcao PRO); proposta ja
      *             aceita nao e' recalculada. O relatorio mostra a
      *             previsao ao lado do realizado no mesmo mes do ano
      *             anterior e da meta atual (META.ARQ).
      *             Roda sem tela, na cadeia do PROG34; o relatorio
      *             vai para o spool do PROG35.
      * Cod.Retorno (RETURN-CODE):
      *             0 = processamento normal
      *             4 = historico inferior a 24 meses (sem indice
      *                 sazonal) ou nenhuma proposta gerada
      *            12 = arquivo ausente ou parametro invalido
      * Historico.:
      *   2026 mnt - Programa novo.
      *   2026 mnt - Literais das linhas de total com o tamanho
      *              exato do campo (nao cortam o ultimo byte).
      ******************************************************************
       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         PROG175.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SPECIAL-NAMES.      DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.

       SELECT VENDEDOR ASSIGN TO WS-ARQ-VENDEDOR
              ORGANIZATION         IS INDEXED
              ACCESS MODE          IS DYNAMIC
              FILE STATUS          IS VEN-STAT
              ALTERNATE RECORD KEY IS VEN-COD
              ALTERNATE RECORD KEY IS VEN-NOME  WITH DUPLICATES
              ALTERNATE RECORD KEY IS VEN-UF    WITH DUPLICATES
              ALTERNATE RECORD KEY IS VEN-NOME-BUSCA WITH DUPLICATES
              RECORD KEY           IS VEN-KEY.

       SELECT PEDSUM ASSIGN TO WS-ARQ-PEDSUM
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS SUM-STAT
              RECORD KEY   IS SUM-KEY.

       SELECT PEDIDOS ASSIGN TO WS-ARQ-PEDIDOS
              ORGANIZATION         IS INDEXED
              ACCESS  MODE         IS SEQUENTIAL
              FILE STATUS          IS PED-STAT
              ALTERNATE RECORD KEY IS PED-CODC WITH DUPLICATES
              ALTERNATE RECORD KEY IS PED-CODV WITH DUPLICATES
              RECORD KEY           IS PED-KEY.

       SELECT PEDHIST ASSIGN TO WS-ARQ-PEDHIST
              ORGANIZATION         IS INDEXED
              ACCESS  MODE         IS SEQUENTIAL
              FILE STATUS          IS HIS-STAT
              ALTERNATE RECORD KEY IS HIS-CODC WITH DUPLICATES
              ALTERNATE RECORD KEY IS HIS-CODV WITH DUPLICATES
              RECORD KEY           IS HIS-KEY.

       SELECT DISTRIB ASSIGN TO WS-ARQ-DISTRIB
              ORGANIZATION         IS INDEXED
              ACCESS  MODE         IS RANDOM
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
              ALTERNATE RECORD KEY IS CLI-NOME-BUSCA WITH DUPLICATES
              RECORD KEY           IS CLI-KEY.

       SELECT META ASSIGN TO WS-ARQ-META
              ORGANIZATION         IS INDEXED
              ACCESS MODE          IS RANDOM
              FILE STATUS          IS MET-STAT
              RECORD KEY           IS MET-KEY.

       SELECT METAPROP ASSIGN TO WS-ARQ-METAPROP
              ORGANIZATION         IS INDEXED
              ACCESS MODE          IS RANDOM
              FILE STATUS          IS MPR-STAT
              RECORD KEY           IS MPR-KEY.

       SELECT RELPREV ASSIGN TO WS-ARQ-RELPREV
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS  IS REL-STAT.

       DATA            DIVISION.
       FILE            SECTION.

       COPY FD_VENDEDOR.

       COPY FD_PEDSUM.

       COPY FD_PEDIDOS.

       COPY FD_PEDHIST.

       COPY FD_DISTRIB.

       COPY FD_CLIENTES.

       COPY FD_META.

       COPY FD_METAPROP.

       FD RELPREV
           LINAGE IS 55 LINES
           WITH FOOTING AT 51
           LINES AT TOP 3
           LINES AT BOTTOM 2.

       01 RELPREV-REL.
          05 REL-IMP        PIC X(132).

       WORKING-STORAGE SECTION.

       77 WS-DIR-DADOS       PIC X(50) VALUE SPACES.
       77 WS-ARQ-VENDEDOR    PIC X(70) VALUE SPACES.
       77 WS-ARQ-PEDSUM      PIC X(70) VALUE SPACES.
       77 WS-ARQ-PEDIDOS     PIC X(70) VALUE SPACES.
       77 WS-ARQ-PEDHIST     PIC X(70) VALUE SPACES.
       77 WS-ARQ-DISTRIB     PIC X(70) VALUE SPACES.
       77 WS-ARQ-CLIENTES    PIC X(70) VALUE SPACES.
       77 WS-ARQ-META        PIC X(70) VALUE SPACES.
       77 WS-ARQ-METAPROP    PIC X(70) VALUE SPACES.
       77 WS-ARQ-RELPREV     PIC X(90) VALUE SPACES.

       77 VEN-STAT          PIC 9(02).
           88 FSV-OK        VALUE ZEROS.
           88 FSV-FIM-REG   VALUE 10.
           88 FSV-NAO-EXISTE VALUE 35.

       77 SUM-STAT          PIC 9(02).
           88 FSS-OK        VALUE ZEROS.
           88 FSS-FIM-REG   VALUE 10.
           88 FSS-NAO-EXISTE VALUE 35.

       77 PED-STAT          PIC 9(02).
           88 FSP-OK        VALUE ZEROS.
           88 FSP-FIM-REG   VALUE 10.
           88 FSP-NAO-EXISTE VALUE 35.

       77 HIS-STAT          PIC 9(02).
           88 FSH-OK        VALUE ZEROS.
           88 FSH-FIM-REG   VALUE 10.
           88 FSH-NAO-EXISTE VALUE 35.

       77 DIS-STAT          PIC 9(02).
           88 FSD-OK        VALUE ZEROS.
           88 FSD-NAO-EXISTE VALUE 35.

       77 CLI-STAT          PIC 9(02).
           88 FSC-OK        VALUE ZEROS.
           88 FSC-NAO-EXISTE VALUE 35.

       77 MET-STAT          PIC 9(02).
           88 FSM-OK        VALUE ZEROS.
           88 FSM-NAO-EXISTE VALUE 35.

       77 MPR-STAT          PIC 9(02).
           88 FSMP-OK       VALUE ZEROS.
           88 FSMP-NAO-EXISTE VALUE 35.

       77 REL-STAT          PIC 9(02).
           88 FSR-OK        VALUE ZEROS.

      *    Arquivados, distribuicao e metas podem nem existir.
       77 WS-TEM-PEDHIST    PIC X(01) VALUE 'N'.
           88 TEM-PEDHIST   VALUE 'S'.
       77 WS-TEM-DISTRIB    PIC X(01) VALUE 'N'.
           88 TEM-DISTRIB   VALUE 'S'.
       77 WS-TEM-CLIENTES   PIC X(01) VALUE 'N'.
           88 TEM-CLIENTES  VALUE 'S'.
       77 WS-TEM-META       PIC X(01) VALUE 'N'.
           88 TEM-META      VALUE 'S'.

      *    Sem faturamento no primeiro mes da janela o historico e'
      *    curto demais para a sazonalidade: indice 1 em todo mes.
       77 WS-HISTORICO      PIC X(01) VALUE 'C'.
           88 HISTORICO-COMPLETO VALUE 'C'.
           88 HISTORICO-CURTO    VALUE 'I'.

       77 WS-PARM           PIC X(80) VALUE SPACES.
       77 WS-PRM-MES        PIC X(06) VALUE SPACES.
       77 WS-PRM-QTD        PIC X(02) VALUE SPACES.
       77 WS-MESES-PREV     PIC 9(02) VALUE 03.
       77 WS-RETCODE        PIC 9(02) VALUE ZEROS.

       01 WS-DATA-HOJE      PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DATA-HOJE.
           05 WS-HOJE-ANO   PIC 9(04).
           05 WS-HOJE-MES   PIC 9(02).
           05 FILLER        PIC 9(02).

      *    Competencia de trabalho e sua contagem em meses
      *    (ano x 12 + mes - 1), para andar pelos meses.
       01 WS-ANOMES-AUX     PIC 9(06) VALUE ZEROS.
       01 FILLER REDEFINES WS-ANOMES-AUX.
           05 WS-AM-ANO     PIC 9(04).
           05 WS-AM-MES     PIC 9(02).
       77 WS-CNT-AUX        PIC 9(06) VALUE ZEROS.
       77 WS-CNT-INI        PIC 9(06) VALUE ZEROS.
       77 WS-MES-INI        PIC 9(06) VALUE ZEROS.
       77 WS-MES-FIM        PIC 9(06) VALUE ZEROS.

      *    Janela de 24 meses anteriores a previsao (1 = o mais
      *    antigo), com o faturado da empresa em cada mes.
       01 WS-TAB-JANELA.
           05 WS-TJ-ENT OCCURS 24 TIMES.
              10 WS-TJ-ANOMES     PIC 9(06).
              10 WS-TJ-MESCAL     PIC 9(02).
              10 WS-TJ-TOTAL      PIC 9(13)V99.

       01 WS-TAB-SAZONAL.
           05 WS-IND-SAZ    PIC 9(01)V9999 OCCURS 12 TIMES.

       77 WS-TOT-24         PIC 9(15)V99 VALUE ZEROS.
       77 WS-MEDIA-24       PIC 9(13)V99 VALUE ZEROS.

      *    Ultimos 12 meses da janela, para a carteira.
       77 WS-DATA-INI-L12   PIC 9(08) VALUE ZEROS.
       77 WS-DATA-FIM-L12   PIC 9(08) VALUE ZEROS.

       01 WS-TAB-VEND.
           05 WS-TV-ENT OCCURS 2000 TIMES.
              10 WS-TV-COD        PIC 9(05).
              10 WS-TV-NOME       PIC X(25).
              10 WS-TV-HIST       PIC 9(13)V99 OCCURS 24 TIMES.
              10 WS-TV-GANHO      PIC 9(13)V99.
              10 WS-TV-PERDA      PIC 9(13)V99.

       77 WS-QTD-VENDS      PIC 9(04) VALUE ZEROS.
       77 WS-IDX            PIC 9(04) VALUE ZEROS.
       77 WS-IDX-ACHOU      PIC 9(04) VALUE ZEROS.
       77 WS-IDX-BUSCA      PIC 9(04) VALUE ZEROS.
       77 WS-IDX-MES        PIC 9(02) VALUE ZEROS.
       77 WS-IDX-PREV       PIC 9(02) VALUE ZEROS.
       77 WS-COD-PROCURA    PIC 9(05) VALUE ZEROS.

      *    Pedido faturado da janela (de PEDIDOS ou PEDHIST).
       77 WS-ORD-CODC       PIC 9(07) VALUE ZEROS.
       77 WS-ORD-CODV       PIC 9(05) VALUE ZEROS.
       77 WS-ORD-VALOR      PIC 9(09)V99 VALUE ZEROS.
       77 WS-NOVO-CODV      PIC 9(05) VALUE ZEROS.

      *    Limites da tendencia do vendedor.
       77 WS-TEND-MIN       PIC 9(01)V9999 VALUE 0,8000.
       77 WS-TEND-MAX       PIC 9(01)V9999 VALUE 1,2000.

       77 WS-VLR-L12        PIC 9(13)V99 VALUE ZEROS.
       77 WS-VLR-P12        PIC 9(13)V99 VALUE ZEROS.
       77 WS-TENDENCIA      PIC 9(01)V9999 VALUE ZEROS.
       77 WS-AJUSTE-ANO     PIC S9(13)V99 VALUE ZEROS.
       77 WS-BASE-MES       PIC S9(13)V99 VALUE ZEROS.
       77 WS-VLR-PREV       PIC 9(11)V99 VALUE ZEROS.
       77 WS-VLR-PROP       PIC 9(11)V99 VALUE ZEROS.
       77 WS-VLR-ANT        PIC 9(11)V99 VALUE ZEROS.
       77 WS-VLR-META       PIC 9(11)V99 VALUE ZEROS.
       77 WS-CENTENAS       PIC 9(09) VALUE ZEROS.
       77 WS-PRIMEIRA-LINHA PIC X(01) VALUE 'S'.

       77 WS-QTD-PEDIDOS    PIC 9(07) VALUE ZEROS.
       77 WS-QTD-MOVIDOS    PIC 9(07) VALUE ZEROS.
       77 WS-QTD-PREVISTOS  PIC 9(05) VALUE ZEROS.
       77 WS-QTD-SEM-HIST   PIC 9(05) VALUE ZEROS.
       77 WS-QTD-GRAVADAS   PIC 9(07) VALUE ZEROS.
       77 WS-QTD-MANTIDAS   PIC 9(07) VALUE ZEROS.
       77 WS-TOT-ANT        PIC 9(13)V99 VALUE ZEROS.
       77 WS-TOT-META       PIC 9(13)V99 VALUE ZEROS.
       77 WS-TOT-PREV       PIC 9(13)V99 VALUE ZEROS.
       77 WS-TOT-PROP       PIC 9(13)V99 VALUE ZEROS.

       77 WS-CTPAG          PIC 9(03) VALUE ZEROS.

      *    Apoio para editar AAAAMMDD como DD/MM/AAAA e AAAAMM como
      *    MM/AAAA.
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

       01 WS-MES-EDIT.
           05 WS-ME-MES     PIC 9(02).
           05 FILLER        PIC X(01) VALUE '/'.
           05 WS-ME-ANO     PIC 9(04).

       01 LINHA-CAB0.
           05 FILLER        PIC X(060) VALUE
           'PREVISAO DE VENDAS E PROPOSTA DE METAS'.
           05 FILLER        PIC X(09) VALUE 'PAGINA : '.
           05 PAG-REL       PIC ZZ9.

       01 LINHA-CAB1.
           05 FILLER        PIC X(09) VALUE 'DATA...: '.
           05 CAB-DATA-HOJE PIC X(10).
           05 FILLER        PIC X(14) VALUE '   HISTORICO: '.
           05 CAB-HIST-INI  PIC X(07).
           05 FILLER        PIC X(03) VALUE ' A '.
           05 CAB-HIST-FIM  PIC X(07).
           05 FILLER        PIC X(13) VALUE '   PREVISAO: '.
           05 CAB-PREV-INI  PIC X(07).
           05 FILLER        PIC X(03) VALUE ' A '.
           05 CAB-PREV-FIM  PIC X(07).

       01 LINHA-CAB2.
           05 FILLER        PIC X(34) VALUE 'VEND.  NOME'.
           05 FILLER        PIC X(09) VALUE 'MES/ANO'.
           05 FILLER        PIC X(08) VALUE 'SAZONAL'.
           05 FILLER        PIC X(19) VALUE '   REAL ANO ANTER.'.
           05 FILLER        PIC X(19) VALUE '        META ATUAL'.
           05 FILLER        PIC X(19) VALUE '          PREVISAO'.
           05 FILLER        PIC X(19) VALUE '          PROPOSTA'.
           05 FILLER        PIC X(05) VALUE ' SIT.'.

       01 LINHA-DET.
           05 DET-CODV      PIC 9(05).
           05 FILLER        PIC X(02) VALUE SPACES.
           05 DET-NOME      PIC X(25).
           05 FILLER        PIC X(02) VALUE SPACES.
           05 DET-MES       PIC X(07).
           05 FILLER        PIC X(02) VALUE SPACES.
           05 DET-SAZONAL   PIC 9,9999.
           05 FILLER        PIC X(02) VALUE SPACES.
           05 DET-ANT       PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER        PIC X(02) VALUE SPACES.
           05 DET-META      PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER        PIC X(02) VALUE SPACES.
           05 DET-PREV      PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER        PIC X(02) VALUE SPACES.
           05 DET-PROP      PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER        PIC X(01) VALUE SPACES.
           05 DET-SIT       PIC X(08).

       01 LINHA-RESUMO.
           05 FILLER        PIC X(09) VALUE SPACES.
           05 FILLER        PIC X(18) VALUE 'FATURADO 12 MESES:'.
           05 RES-L12       PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER        PIC X(13) VALUE '  TENDENCIA: '.
           05 RES-TEND      PIC 9,9999.
           05 FILLER        PIC X(20) VALUE
              '  CARTEIRA: GANHOS  '.
           05 RES-GANHO     PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER        PIC X(10) VALUE '  PERDAS  '.
           05 RES-PERDA     PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       01 LINHA-AVISO.
           05 FILLER        PIC X(36) VALUE
              '*** HISTORICO INFERIOR A 24 MESES - '.
           05 FILLER        PIC X(33) VALUE
              'PREVISAO SEM INDICE SAZONAL ***'.

       01 LINHA-BRANCO      PIC X(132) VALUE SPACES.

       01 LINHA-TOT1.
           05 FILLER        PIC X(36) VALUE
              'VENDEDORES PREVISTOS...............:'.
           05 TOT-PREVISTOS PIC ZZ.ZZ9.
           05 FILLER        PIC X(27) VALUE
              '   SEM HISTORICO (FORA)...:'.
           05 TOT-SEM-HIST  PIC ZZ.ZZ9.

       01 LINHA-TOT2.
           05 FILLER        PIC X(36) VALUE
              'PROPOSTAS GRAVADAS.................:'.
           05 TOT-GRAVADAS  PIC Z.ZZZ.ZZ9.
           05 FILLER        PIC X(25) VALUE
              '   JA ACEITAS (MANTIDAS):'.
           05 TOT-MANTIDAS  PIC Z.ZZZ.ZZ9.

       01 LINHA-TOT3.
           05 FILLER        PIC X(36) VALUE
              'PEDIDOS DE CLIENTES REDISTRIBUIDOS.:'.
           05 TOT-MOVIDOS   PIC Z.ZZZ.ZZ9.

       01 LINHA-TOT4.
           05 FILLER        PIC X(17) VALUE 'TOTAIS  REAL ANT:'.
           05 TOT-ANT       PIC ZZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER        PIC X(08) VALUE '  META: '.
           05 TOT-META      PIC ZZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER        PIC X(12) VALUE '  PREVISAO: '.
           05 TOT-PREV      PIC ZZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER        PIC X(12) VALUE '  PROPOSTA: '.
           05 TOT-PROP      PIC ZZZZ.ZZZ.ZZZ.ZZ9,99.

       COPY LK_SPOOL.

       PROCEDURE DIVISION.

       INICIO.
           ACCEPT WS-PARM FROM COMMAND-LINE
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           PERFORM VALIDA-PARAMETRO THRU VALIDA-PARAMETRO-FIM
           PERFORM MONTA-JANELA     THRU MONTA-JANELA-FIM
           PERFORM MONTA-CAMINHOS   THRU MONTA-CAMINHOS-FIM
           PERFORM ABRIR-ARQUIVO    THRU ABRIR-ARQUIVO-FIM
           PERFORM IMP-CABEC

           PERFORM CARREGA-VENDEDOR THRU CARREGA-VENDEDOR-SAI
                   UNTIL FSV-FIM-REG
           PERFORM CARREGA-PEDSUM   THRU CARREGA-PEDSUM-SAI
                   UNTIL FSS-FIM-REG
           PERFORM CALCULA-SAZONAL  THRU CALCULA-SAZONAL-FIM

           IF TEM-DISTRIB
              PERFORM LE-PEDIDO THRU LE-PEDIDO-SAI
                      UNTIL FSP-FIM-REG
              IF TEM-PEDHIST
                 PERFORM LE-ARQUIVADO THRU LE-ARQUIVADO-SAI
                         UNTIL FSH-FIM-REG
              END-IF
           END-IF

           IF HISTORICO-CURTO
              WRITE RELPREV-REL FROM LINHA-AVISO AFTER 1
              WRITE RELPREV-REL FROM LINHA-BRANCO AFTER 1
              DISPLAY 'PROG175: HISTORICO INFERIOR A 24 MESES'
              MOVE 4 TO WS-RETCODE
           END-IF

           PERFORM PREVE-VENDEDOR THRU PREVE-VENDEDOR-FIM
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-QTD-VENDS

           IF WS-QTD-GRAVADAS = ZEROS
              MOVE 4 TO WS-RETCODE
           END-IF

           PERFORM TOTAIS THRU TOTAIS-FIM
           PERFORM FINALIZA
           .
       FIM-PROGRAMA.
           EXIT.

      *-------------------------------------------------------------*
       VALIDA-PARAMETRO.
      *-------------------------------------------------------------*
           IF WS-PARM NOT = SPACES
              UNSTRING WS-PARM DELIMITED BY ';'
                       INTO WS-PRM-MES WS-PRM-QTD
              END-UNSTRING
           END-IF

      *    Sem competencia informada, preve a partir do mes seguinte.
           IF WS-PRM-MES = SPACES
              COMPUTE WS-CNT-INI = WS-HOJE-ANO * 12 + WS-HOJE-MES
           ELSE
              IF WS-PRM-MES NOT NUMERIC
                 GO TO VALIDA-PARAMETRO-ERRO
              END-IF
              MOVE WS-PRM-MES TO WS-ANOMES-AUX
              IF WS-AM-ANO < 2000 OR WS-AM-ANO > 2099
                 OR WS-AM-MES < 01 OR WS-AM-MES > 12
                 GO TO VALIDA-PARAMETRO-ERRO
              END-IF
              COMPUTE WS-CNT-INI = WS-AM-ANO * 12 + WS-AM-MES - 1
           END-IF

           IF WS-PRM-QTD NOT = SPACES
              IF WS-PRM-QTD NOT NUMERIC
                 GO TO VALIDA-PARAMETRO-ERRO
              END-IF
              MOVE WS-PRM-QTD TO WS-MESES-PREV
           END-IF
           IF WS-MESES-PREV = ZEROS OR WS-MESES-PREV > 12
              GO TO VALIDA-PARAMETRO-ERRO
           END-IF

           GO TO VALIDA-PARAMETRO-FIM
           .
       VALIDA-PARAMETRO-ERRO.
           DISPLAY 'PROG175: PARAMETRO INVALIDO (AAAAMM;NN): ' WS-PARM
           MOVE 12 TO WS-RETCODE
           MOVE WS-RETCODE TO RETURN-CODE
           GOBACK
           .
       VALIDA-PARAMETRO-FIM.
           EXIT.

      *-------------------------------------------------------------*
       MONTA-JANELA.
      *-------------------------------------------------------------*
      *    Os 24 meses imediatamente anteriores ao primeiro mes
      *    previsto, do mais antigo (1) ao mais recente (24).
           PERFORM MONTA-MES-JANELA
               VARYING WS-IDX-MES FROM 1 BY 1
               UNTIL WS-IDX-MES > 24

           MOVE WS-CNT-INI TO WS-CNT-AUX
           PERFORM CONVERTE-MES
           MOVE WS-ANOMES-AUX TO WS-MES-INI
           COMPUTE WS-CNT-AUX = WS-CNT-INI + WS-MESES-PREV - 1
           PERFORM CONVERTE-MES
           MOVE WS-ANOMES-AUX TO WS-MES-FIM

           COMPUTE WS-DATA-INI-L12 = WS-TJ-ANOMES (13) * 100 + 1
           COMPUTE WS-DATA-FIM-L12 = WS-TJ-ANOMES (24) * 100 + 31
           .
       MONTA-JANELA-FIM.
           EXIT.

      *-------------------------------------------------------------*
       MONTA-MES-JANELA.
      *-------------------------------------------------------------*
           COMPUTE WS-CNT-AUX = WS-CNT-INI - 25 + WS-IDX-MES
           PERFORM CONVERTE-MES
           MOVE WS-ANOMES-AUX TO WS-TJ-ANOMES (WS-IDX-MES)
           MOVE WS-AM-MES     TO WS-TJ-MESCAL (WS-IDX-MES)
           MOVE ZEROS         TO WS-TJ-TOTAL  (WS-IDX-MES)
           .
       MONTA-MES-JANELA-FIM.
           EXIT.

      *-------------------------------------------------------------*
       CONVERTE-MES.
      *-------------------------------------------------------------*
      *    Contagem de meses (WS-CNT-AUX) para AAAAMM.
           DIVIDE WS-CNT-AUX BY 12 GIVING WS-AM-ANO
                  REMAINDER WS-AM-MES
           ADD 1 TO WS-AM-MES
           .
       CONVERTE-MES-FIM.
           EXIT.

      *-------------------------------------------------------------*
       CARREGA-VENDEDOR.
      *-------------------------------------------------------------*
           READ VENDEDOR NEXT AT END
                GO TO CARREGA-VENDEDOR-SAI
           END-READ

           IF NOT VEN-ATIVO
              GO TO CARREGA-VENDEDOR-SAI
           END-IF

           IF WS-QTD-VENDS = 2000
              DISPLAY 'PROG175: MAIS DE 2000 VENDEDORES ATIVOS - '
                      'VENDEDOR ' VEN-COD ' FORA DA PREVISAO'
              GO TO CARREGA-VENDEDOR-SAI
           END-IF

           ADD 1 TO WS-QTD-VENDS
           MOVE VEN-COD  TO WS-TV-COD  (WS-QTD-VENDS)
           MOVE VEN-NOME TO WS-TV-NOME (WS-QTD-VENDS)
           MOVE ZEROS    TO WS-TV-GANHO (WS-QTD-VENDS)
                            WS-TV-PERDA (WS-QTD-VENDS)
           PERFORM ZERA-HISTORICO
               VARYING WS-IDX-MES FROM 1 BY 1
               UNTIL WS-IDX-MES > 24
           .
       CARREGA-VENDEDOR-SAI.
           EXIT.

      *-------------------------------------------------------------*
       ZERA-HISTORICO.
      *-------------------------------------------------------------*
           MOVE ZEROS TO WS-TV-HIST (WS-QTD-VENDS WS-IDX-MES)
           .
       ZERA-HISTORICO-FIM.
           EXIT.

      *-------------------------------------------------------------*
       CARREGA-PEDSUM.
      *-------------------------------------------------------------*
      *    Faturado por vendedor e competencia: soma no total da
      *    empresa do mes (sazonalidade) e no historico do vendedor.
           READ PEDSUM NEXT AT END
                GO TO CARREGA-PEDSUM-SAI
           END-READ

           MOVE SUM-ANOMES TO WS-ANOMES-AUX
           IF WS-AM-MES < 01 OR WS-AM-MES > 12
              GO TO CARREGA-PEDSUM-SAI
           END-IF
           COMPUTE WS-CNT-AUX = WS-AM-ANO * 12 + WS-AM-MES - 1
           IF WS-CNT-AUX + 24 < WS-CNT-INI
              OR WS-CNT-AUX NOT < WS-CNT-INI
              GO TO CARREGA-PEDSUM-SAI
           END-IF
           COMPUTE WS-IDX-MES = WS-CNT-AUX + 25 - WS-CNT-INI

           ADD SUM-VLR-FATURADO TO WS-TJ-TOTAL (WS-IDX-MES)

           MOVE SUM-CODV TO WS-COD-PROCURA
           PERFORM LOCALIZA-VENDEDOR THRU LOCALIZA-VENDEDOR-FIM
           IF WS-IDX-ACHOU NOT = ZEROS
              ADD SUM-VLR-FATURADO
                  TO WS-TV-HIST (WS-IDX-ACHOU WS-IDX-MES)
           END-IF
           .
       CARREGA-PEDSUM-SAI.
           EXIT.

      *-------------------------------------------------------------*
       LOCALIZA-VENDEDOR.
      *-------------------------------------------------------------*
           MOVE ZEROS TO WS-IDX-ACHOU
           PERFORM PROCURA-VENDEDOR
               VARYING WS-IDX-BUSCA FROM 1 BY 1
               UNTIL WS-IDX-BUSCA > WS-QTD-VENDS
                  OR WS-IDX-ACHOU NOT = ZEROS
           .
       LOCALIZA-VENDEDOR-FIM.
           EXIT.

      *-------------------------------------------------------------*
       PROCURA-VENDEDOR.
      *-------------------------------------------------------------*
           IF WS-TV-COD (WS-IDX-BUSCA) = WS-COD-PROCURA
              MOVE WS-IDX-BUSCA TO WS-IDX-ACHOU
           END-IF
           .
       PROCURA-VENDEDOR-FIM.
           EXIT.

      *-------------------------------------------------------------*
       CALCULA-SAZONAL.
      *-------------------------------------------------------------*
      *    Indice do mes do calendario = media do mes nos dois anos
      *    da janela / media mensal dos 24 meses. Cada mes do
      *    calendario aparece uma vez em 1-12 e outra em 13-24.
           MOVE ZEROS TO WS-TOT-24
           PERFORM SOMA-MES-JANELA
               VARYING WS-IDX-MES FROM 1 BY 1
               UNTIL WS-IDX-MES > 24
           COMPUTE WS-MEDIA-24 ROUNDED = WS-TOT-24 / 24

           IF WS-TJ-TOTAL (1) = ZEROS
              SET HISTORICO-CURTO TO TRUE
           END-IF

           PERFORM CALCULA-INDICE-MES
               VARYING WS-IDX-MES FROM 1 BY 1
               UNTIL WS-IDX-MES > 12
           .
       CALCULA-SAZONAL-FIM.
           EXIT.

      *-------------------------------------------------------------*
       SOMA-MES-JANELA.
      *-------------------------------------------------------------*
           ADD WS-TJ-TOTAL (WS-IDX-MES) TO WS-TOT-24
           .
       SOMA-MES-JANELA-FIM.
           EXIT.

      *-------------------------------------------------------------*
       CALCULA-INDICE-MES.
      *-------------------------------------------------------------*
           MOVE WS-TJ-MESCAL (WS-IDX-MES) TO WS-AM-MES
           IF HISTORICO-CURTO OR WS-MEDIA-24 = ZEROS
              MOVE 1 TO WS-IND-SAZ (WS-AM-MES)
           ELSE
              COMPUTE WS-IND-SAZ (WS-AM-MES) ROUNDED =
                      (WS-TJ-TOTAL (WS-IDX-MES)
                     + WS-TJ-TOTAL (WS-IDX-MES + 12))
                      / 2 / WS-MEDIA-24
                 ON SIZE ERROR
                    MOVE 9,9999 TO WS-IND-SAZ (WS-AM-MES)
              END-COMPUTE
           END-IF
           .
       CALCULA-INDICE-MES-FIM.
           EXIT.

      *-------------------------------------------------------------*
       LE-PEDIDO.
      *-------------------------------------------------------------*
           READ PEDIDOS NEXT AT END
                GO TO LE-PEDIDO-SAI
           END-READ

           IF NOT PED-FATURADO
              OR PED-DATA < WS-DATA-INI-L12
              OR PED-DATA > WS-DATA-FIM-L12
              GO TO LE-PEDIDO-SAI
           END-IF

           MOVE PED-CODC  TO WS-ORD-CODC
           MOVE PED-CODV  TO WS-ORD-CODV
           MOVE PED-VALOR TO WS-ORD-VALOR
           PERFORM AVALIA-CARTEIRA THRU AVALIA-CARTEIRA-FIM
           .
       LE-PEDIDO-SAI.
           EXIT.

      *-------------------------------------------------------------*
       LE-ARQUIVADO.
      *-------------------------------------------------------------*
           READ PEDHIST NEXT AT END
                GO TO LE-ARQUIVADO-SAI
           END-READ

           IF NOT HIS-FATURADO
              OR HIS-DATA < WS-DATA-INI-L12
              OR HIS-DATA > WS-DATA-FIM-L12
              GO TO LE-ARQUIVADO-SAI
           END-IF

           MOVE HIS-CODC  TO WS-ORD-CODC
           MOVE HIS-CODV  TO WS-ORD-CODV
           MOVE HIS-VALOR TO WS-ORD-VALOR
           PERFORM AVALIA-CARTEIRA THRU AVALIA-CARTEIRA-FIM
           .
       LE-ARQUIVADO-SAI.
           EXIT.

      *-------------------------------------------------------------*
       AVALIA-CARTEIRA.
      *-------------------------------------------------------------*
      *    Cliente que a distribuicao atual deu a outro vendedor:
      *    o faturado dele sai de quem vendeu e entra no novo.
      *    Fora da distribuicao, so sai se o cliente foi inativado
      *    ou excluido (sem coordenada fica com quem ja atende).
           ADD 1 TO WS-QTD-PEDIDOS
           MOVE WS-ORD-CODC TO DIS-CODC
           READ DISTRIB
                INVALID KEY
                   MOVE ZEROS TO WS-NOVO-CODV
                NOT INVALID KEY
                   MOVE DIS-CODV TO WS-NOVO-CODV
           END-READ

           IF WS-NOVO-CODV = WS-ORD-CODV
              GO TO AVALIA-CARTEIRA-FIM
           END-IF

           IF WS-NOVO-CODV = ZEROS
              IF NOT TEM-CLIENTES
                 GO TO AVALIA-CARTEIRA-FIM
              END-IF
              MOVE WS-ORD-CODC TO CLI-COD
              READ CLIENTES KEY IS CLI-COD
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      IF CLI-ATIVO
                         GO TO AVALIA-CARTEIRA-FIM
                      END-IF
              END-READ
           END-IF

           ADD 1 TO WS-QTD-MOVIDOS
           MOVE WS-ORD-CODV TO WS-COD-PROCURA
           PERFORM LOCALIZA-VENDEDOR THRU LOCALIZA-VENDEDOR-FIM
           IF WS-IDX-ACHOU NOT = ZEROS
              ADD WS-ORD-VALOR TO WS-TV-PERDA (WS-IDX-ACHOU)
           END-IF

           IF WS-NOVO-CODV NOT = ZEROS
              MOVE WS-NOVO-CODV TO WS-COD-PROCURA
              PERFORM LOCALIZA-VENDEDOR THRU LOCALIZA-VENDEDOR-FIM
              IF WS-IDX-ACHOU NOT = ZEROS
                 ADD WS-ORD-VALOR TO WS-TV-GANHO (WS-IDX-ACHOU)
              END-IF
           END-IF
           .
       AVALIA-CARTEIRA-FIM.
           EXIT.

      *-------------------------------------------------------------*
       PREVE-VENDEDOR.
      *-------------------------------------------------------------*
           MOVE ZEROS TO WS-VLR-L12 WS-VLR-P12
           PERFORM SOMA-HISTORICO
               VARYING WS-IDX-MES FROM 1 BY 1
               UNTIL WS-IDX-MES > 24

           COMPUTE WS-AJUSTE-ANO = WS-TV-GANHO (WS-IDX)
                                 - WS-TV-PERDA (WS-IDX)
           COMPUTE WS-BASE-MES ROUNDED =
                   (WS-VLR-L12 + WS-AJUSTE-ANO) / 12
           IF WS-BASE-MES NOT > ZEROS
              ADD 1 TO WS-QTD-SEM-HIST
              GO TO PREVE-VENDEDOR-FIM
           END-IF
           ADD 1 TO WS-QTD-PREVISTOS

      *    Tendencia so com os dois anos faturados.
           MOVE 1 TO WS-TENDENCIA
           IF WS-VLR-P12 > ZEROS AND WS-VLR-L12 > ZEROS
              COMPUTE WS-TENDENCIA ROUNDED = WS-VLR-L12 / WS-VLR-P12
                 ON SIZE ERROR
                    MOVE WS-TEND-MAX TO WS-TENDENCIA
              END-COMPUTE
              IF WS-TENDENCIA < WS-TEND-MIN
                 MOVE WS-TEND-MIN TO WS-TENDENCIA
              END-IF
              IF WS-TENDENCIA > WS-TEND-MAX
                 MOVE WS-TEND-MAX TO WS-TENDENCIA
              END-IF
           END-IF

           MOVE 'S' TO WS-PRIMEIRA-LINHA
           PERFORM PREVE-MES THRU PREVE-MES-FIM
               VARYING WS-IDX-PREV FROM 1 BY 1
               UNTIL WS-IDX-PREV > WS-MESES-PREV

           MOVE WS-VLR-L12            TO RES-L12
           MOVE WS-TENDENCIA          TO RES-TEND
           MOVE WS-TV-GANHO (WS-IDX)  TO RES-GANHO
           MOVE WS-TV-PERDA (WS-IDX)  TO RES-PERDA
           WRITE RELPREV-REL FROM LINHA-RESUMO AFTER ADVANCING 1 LINE
               AT END-OF-PAGE
                  PERFORM IMP-CABEC
           END-WRITE
           WRITE RELPREV-REL FROM LINHA-BRANCO AFTER ADVANCING 1 LINE
               AT END-OF-PAGE
                  PERFORM IMP-CABEC
           END-WRITE
           .
       PREVE-VENDEDOR-FIM.
           EXIT.

      *-------------------------------------------------------------*
       SOMA-HISTORICO.
      *-------------------------------------------------------------*
           IF WS-IDX-MES > 12
              ADD WS-TV-HIST (WS-IDX WS-IDX-MES) TO WS-VLR-L12
           ELSE
              ADD WS-TV-HIST (WS-IDX WS-IDX-MES) TO WS-VLR-P12
           END-IF
           .
       SOMA-HISTORICO-FIM.
           EXIT.

      *-------------------------------------------------------------*
       PREVE-MES.
      *-------------------------------------------------------------*
      *    Mes WS-IDX-PREV da previsao; o mesmo mes do ano anterior
      *    e' a posicao 12 + WS-IDX-PREV da janela.
           COMPUTE WS-CNT-AUX = WS-CNT-INI + WS-IDX-PREV - 1
           PERFORM CONVERTE-MES

           COMPUTE WS-VLR-PREV ROUNDED = WS-BASE-MES
                                       * WS-IND-SAZ (WS-AM-MES)
                                       * WS-TENDENCIA
           COMPUTE WS-CENTENAS ROUNDED = WS-VLR-PREV / 100
           COMPUTE WS-VLR-PROP = WS-CENTENAS * 100
           COMPUTE WS-IDX-MES = 12 + WS-IDX-PREV
           MOVE WS-TV-HIST (WS-IDX WS-IDX-MES) TO WS-VLR-ANT

           MOVE ZEROS TO WS-VLR-META
           IF TEM-META
              MOVE WS-TV-COD (WS-IDX) TO MET-CODV
              MOVE WS-ANOMES-AUX      TO MET-ANOMES
              READ META
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      MOVE MET-VALOR TO WS-VLR-META
              END-READ
           END-IF

           MOVE WS-TV-COD (WS-IDX) TO MPR-CODV
           MOVE WS-ANOMES-AUX      TO MPR-ANOMES
           READ METAPROP
                INVALID KEY
                   MOVE 23 TO MPR-STAT
           END-READ

      *    Proposta ja aceita pelo supervisor fica como esta.
           IF FSMP-OK AND MPR-ACEITA
              ADD 1 TO WS-QTD-MANTIDAS
              MOVE 'ACEITA' TO DET-SIT
              GO TO PREVE-MES-IMPRIME
           END-IF

           MOVE WS-VLR-PREV            TO MPR-VLR-PREVISTO
           MOVE WS-VLR-PROP            TO MPR-VLR-PROPOSTO
           MOVE WS-VLR-ANT             TO MPR-VLR-ANO-ANT
           MOVE WS-VLR-META            TO MPR-VLR-META-ATUAL
           MOVE WS-IND-SAZ (WS-AM-MES) TO MPR-IND-SAZONAL
           MOVE WS-TENDENCIA           TO MPR-IND-TENDENCIA
           COMPUTE MPR-VLR-AJUSTE-CLI ROUNDED = WS-AJUSTE-ANO / 12
           SET MPR-PROPOSTA            TO TRUE
           MOVE WS-DATA-HOJE           TO MPR-DT-GERACAO
           MOVE ZEROS                  TO MPR-DT-ACEITE
           MOVE 'PROG175'              TO MPR-OPERADOR

           IF FSMP-OK
              REWRITE METAPROP-MPR
                 INVALID KEY
                    DISPLAY 'PROG175: ERRO REGRAVANDO METAPROP FS='
                            MPR-STAT ' CHAVE ' MPR-KEY
              END-REWRITE
           ELSE
              WRITE METAPROP-MPR
                 INVALID KEY
                    DISPLAY 'PROG175: ERRO GRAVANDO METAPROP FS='
                            MPR-STAT ' CHAVE ' MPR-KEY
              END-WRITE
           END-IF
           ADD 1 TO WS-QTD-GRAVADAS
           MOVE 'PROPOSTA' TO DET-SIT
           .
       PREVE-MES-IMPRIME.
           MOVE SPACES TO DET-NOME
           MOVE ZEROS  TO DET-CODV
           IF WS-PRIMEIRA-LINHA = 'S'
              MOVE WS-TV-COD  (WS-IDX) TO DET-CODV
              MOVE WS-TV-NOME (WS-IDX) TO DET-NOME
              MOVE 'N' TO WS-PRIMEIRA-LINHA
           END-IF
           PERFORM EDITA-MES
           MOVE WS-MES-EDIT      TO DET-MES
           MOVE MPR-IND-SAZONAL  TO DET-SAZONAL
           MOVE MPR-VLR-ANO-ANT  TO DET-ANT
           MOVE WS-VLR-META      TO DET-META
           MOVE MPR-VLR-PREVISTO TO DET-PREV
           MOVE MPR-VLR-PROPOSTO TO DET-PROP
           WRITE RELPREV-REL FROM LINHA-DET AFTER ADVANCING 1 LINE
               AT END-OF-PAGE
                  PERFORM IMP-CABEC
           END-WRITE

           ADD MPR-VLR-ANO-ANT  TO WS-TOT-ANT
           ADD WS-VLR-META      TO WS-TOT-META
           ADD MPR-VLR-PREVISTO TO WS-TOT-PREV
           ADD MPR-VLR-PROPOSTO TO WS-TOT-PROP
           .
       PREVE-MES-FIM.
           EXIT.

      *-------------------------------------------------------------*
       EDITA-MES.
      *-------------------------------------------------------------*
           MOVE WS-AM-MES TO WS-ME-MES
           MOVE WS-AM-ANO TO WS-ME-ANO
           .
       EDITA-MES-FIM.
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
           MOVE WS-TJ-ANOMES (1)  TO WS-ANOMES-AUX
           PERFORM EDITA-MES
           MOVE WS-MES-EDIT     TO CAB-HIST-INI
           MOVE WS-TJ-ANOMES (24) TO WS-ANOMES-AUX
           PERFORM EDITA-MES
           MOVE WS-MES-EDIT     TO CAB-HIST-FIM
           MOVE WS-MES-INI      TO WS-ANOMES-AUX
           PERFORM EDITA-MES
           MOVE WS-MES-EDIT     TO CAB-PREV-INI
           MOVE WS-MES-FIM      TO WS-ANOMES-AUX
           PERFORM EDITA-MES
           MOVE WS-MES-EDIT     TO CAB-PREV-FIM
           WRITE RELPREV-REL  FROM LINHA-CAB0 AFTER ADVANCING PAGE
           WRITE RELPREV-REL  FROM LINHA-CAB1 AFTER ADVANCING 1 LINE
           WRITE RELPREV-REL  FROM LINHA-BRANCO AFTER ADVANCING 1
                 LINE
           WRITE RELPREV-REL  FROM LINHA-CAB2 AFTER ADVANCING 1 LINE
           .
       IMP-CABEC-FIM.
           EXIT.

      *-------------------------------------------------------------*
       TOTAIS.
      *-------------------------------------------------------------*
           MOVE WS-QTD-PREVISTOS  TO TOT-PREVISTOS
           MOVE WS-QTD-SEM-HIST   TO TOT-SEM-HIST
           MOVE WS-QTD-GRAVADAS   TO TOT-GRAVADAS
           MOVE WS-QTD-MANTIDAS   TO TOT-MANTIDAS
           MOVE WS-QTD-MOVIDOS    TO TOT-MOVIDOS
           MOVE WS-TOT-ANT        TO TOT-ANT
           MOVE WS-TOT-META       TO TOT-META
           MOVE WS-TOT-PREV       TO TOT-PREV
           MOVE WS-TOT-PROP       TO TOT-PROP

           WRITE RELPREV-REL FROM LINHA-BRANCO AFTER 1
           WRITE RELPREV-REL FROM LINHA-TOT1 AFTER 1
           WRITE RELPREV-REL FROM LINHA-TOT2 AFTER 1
           WRITE RELPREV-REL FROM LINHA-TOT3 AFTER 1
           WRITE RELPREV-REL FROM LINHA-TOT4 AFTER 1

           DISPLAY 'PREVISAO DE VENDAS - ' LINHA-TOT1
           DISPLAY 'PREVISAO DE VENDAS - ' LINHA-TOT2
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
                  'VENDEDOR.ARQ'               DELIMITED BY SIZE
             INTO WS-ARQ-VENDEDOR
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'PEDSUM.ARQ'                 DELIMITED BY SIZE
             INTO WS-ARQ-PEDSUM
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'PEDIDOS.ARQ'                DELIMITED BY SIZE
             INTO WS-ARQ-PEDIDOS
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'PEDHIST.ARQ'                DELIMITED BY SIZE
             INTO WS-ARQ-PEDHIST
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
                  'META.ARQ'                   DELIMITED BY SIZE
             INTO WS-ARQ-META
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'METAPROP.ARQ'               DELIMITED BY SIZE
             INTO WS-ARQ-METAPROP
           END-STRING

      *    O relatorio vai para o SPOOL\ com nome datado (PROG35) e
      *    entra no catalogo ao final.
           MOVE 'N'              TO LK-SPL-OPER
           MOVE 'PROG175'        TO LK-SPL-PROGRAMA
           MOVE 'PREV-VENDAS.TXT' TO LK-SPL-SUFIXO
           CALL "PROG35" USING LK-SPOOL END-CALL
           MOVE LK-SPL-CAMINHO   TO WS-ARQ-RELPREV
           .
       MONTA-CAMINHOS-FIM.
           EXIT.

      *-------------------------------------------------------------*
       ABRIR-ARQUIVO.
      *-------------------------------------------------------------*
           OPEN INPUT VENDEDOR
           IF FSV-NAO-EXISTE
              DISPLAY 'ARQUIVO VENDEDOR NAO ENCONTRADO'
              MOVE 12 TO WS-RETCODE
              MOVE WS-RETCODE TO RETURN-CODE
              GOBACK
           END-IF

           OPEN INPUT PEDSUM
           IF FSS-NAO-EXISTE
              DISPLAY 'ARQUIVO PEDSUM NAO ENCONTRADO - RODAR O PROG103'
              CLOSE VENDEDOR
              MOVE 12 TO WS-RETCODE
              MOVE WS-RETCODE TO RETURN-CODE
              GOBACK
           END-IF

           OPEN INPUT PEDIDOS
           IF FSP-NAO-EXISTE
              DISPLAY 'ARQUIVO PEDIDOS NAO ENCONTRADO'
              CLOSE VENDEDOR PEDSUM
              MOVE 12 TO WS-RETCODE
              MOVE WS-RETCODE TO RETURN-CODE
              GOBACK
           END-IF

           OPEN INPUT PEDHIST
           IF FSH-OK
              SET TEM-PEDHIST TO TRUE
           END-IF

           OPEN INPUT DISTRIB
           IF FSD-OK
              SET TEM-DISTRIB TO TRUE
           ELSE
              DISPLAY 'PROG175: SEM DISTRIB.ARQ - PREVISAO SEM AJUSTE'
                      ' DE CARTEIRA'
           END-IF

           OPEN INPUT CLIENTES
           IF FSC-OK
              SET TEM-CLIENTES TO TRUE
           END-IF

           OPEN INPUT META
           IF FSM-OK
              SET TEM-META TO TRUE
           END-IF

           OPEN I-O METAPROP
           IF FSMP-NAO-EXISTE
              OPEN OUTPUT METAPROP
              CLOSE METAPROP
              OPEN I-O METAPROP
           END-IF

      *    Vendedores na ordem do codigo.
           MOVE ZEROS TO VEN-COD
           START VENDEDOR KEY NOT LESS THAN VEN-COD
                 INVALID KEY
                    MOVE 10 TO VEN-STAT
           END-START

           OPEN OUTPUT RELPREV
           .
       ABRIR-ARQUIVO-FIM.
           EXIT.

      *-------------------------------------------------------------*
       FINALIZA.
      *-------------------------------------------------------------*
           CLOSE VENDEDOR PEDSUM PEDIDOS METAPROP RELPREV
           IF TEM-PEDHIST
              CLOSE PEDHIST
           END-IF
           IF TEM-DISTRIB
              CLOSE DISTRIB
           END-IF
           IF TEM-CLIENTES
              CLOSE CLIENTES
           END-IF
           IF TEM-META
              CLOSE META
           END-IF

           MOVE 'R'              TO LK-SPL-OPER
           MOVE 'PROG175'        TO LK-SPL-PROGRAMA
           MOVE WS-PARM          TO LK-SPL-PARAMS
           MOVE WS-QTD-GRAVADAS  TO LK-SPL-QTDE
           MOVE WS-ARQ-RELPREV   TO LK-SPL-CAMINHO
           CALL "PROG35" USING LK-SPOOL END-CALL

           MOVE WS-RETCODE TO RETURN-CODE
           GOBACK.
