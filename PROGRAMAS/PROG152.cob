      ******************************************************************
      * Autor.....: Alexandre Trevisani (PROVA COBOL)
      * Data......: Julho/2019
      * Programa..: PROG152 - Valorização do Estoque e Itens Parados
      * Chamadas..: PROG35 - Spool e Catalogo de Relatorios
      *             PROG41 - Leitura dos Parametros Gerais
      * Parametros: Linha de comando (opcional): competencia AAAAMM
      *             do fechamento. Informada, a rodada de fim de mes
      *             grava a fotografia da competencia em VALHIST.ARQ
      *             (apagando a anterior da mesma competencia); em
      *             branco, so o relatorio do mes corrente.
      * Observação: Valoriza o saldo de cada produto com estoque
      *             (PRO-SALDO x PRO-CUSTO-MEDIO), agrupado pela linha
      *             de produto (PRO-LINHA), com a data da ultima venda
      *             (emissao da fatura dos pedidos faturados de
      *             PEDITEM.ARQ/FATURA.ARQ; sem fatura, a data do
      *             pedido) e da ultima entrada em ESTMOV.ARQ. Pelos
      *             dias sem venda (sem venda nenhuma: desde a ultima
      *             entrada) o produto e' marcado LENTO ou OBSOLETO,
      *             pelos limites de PARAM.ARQ (PROG42, padrao 90 e
      *             180 dias). O subtotal de cada linha e o total
      *             geral saem ao lado do valor da competencia
      *             anterior gravada em VALHIST.ARQ, com a variacao.
      *             Roda sem tela, na cadeia do PROG34; o relatorio
      *             vai para o spool do PROG35.
      * Cod.Retorno (RETURN-CODE):
      *             0 = processamento normal
      *             4 = nenhum produto com saldo
      *            12 = arquivo ausente ou competencia invalida
      * Historico.:
      *   2026 mnt - Programa novo.
      *   2026 mnt - Nome do relatorio no spool encurtado para
      *              caber nos 12 bytes de LK-SPL-SUFIXO.
      *   2026 mnt - Literais das linhas de total com o tamanho
      *              exato do campo (nao cortam o ultimo byte).
      ******************************************************************
       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         PROG152.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SPECIAL-NAMES.      DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.

       SELECT PRODUTO ASSIGN TO WS-ARQ-PRODUTO
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              FILE STATUS  IS PRO-STAT
              RECORD KEY   IS PRO-KEY.

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

       SELECT FATURA ASSIGN TO WS-ARQ-FATURA
              ORGANIZATION         IS INDEXED
              ACCESS  MODE         IS RANDOM
              FILE STATUS          IS FAT-STAT
              ALTERNATE RECORD KEY IS FAT-CODC WITH DUPLICATES
              RECORD KEY           IS FAT-KEY.

       SELECT ESTMOV ASSIGN TO WS-ARQ-ESTMOV
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              FILE STATUS  IS EMV-STAT
              RECORD KEY   IS EMV-KEY.

       SELECT VALHIST ASSIGN TO WS-ARQ-VALHIST
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              FILE STATUS  IS VLH-STAT
              RECORD KEY   IS VLH-KEY.

       SELECT RELVAL ASSIGN TO WS-ARQ-RELVAL
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS  IS REL-STAT.

       DATA            DIVISION.
       FILE            SECTION.

       COPY FD_PRODUTO.

       COPY FD_PEDIDOS.

       COPY FD_PEDITEM.

       COPY FD_FATURA.

       COPY FD_ESTMOV.

       COPY FD_VALHIST.

       FD RELVAL
           LINAGE IS 55 LINES
           WITH FOOTING AT 51
           LINES AT TOP 3
           LINES AT BOTTOM 2.

       01 RELVAL-REL.
          05 REL-IMP        PIC X(132).

       WORKING-STORAGE SECTION.

       77 WS-DIR-DADOS       PIC X(50) VALUE SPACES.
       77 WS-ARQ-PRODUTO     PIC X(70) VALUE SPACES.
       77 WS-ARQ-PEDIDOS     PIC X(70) VALUE SPACES.
       77 WS-ARQ-PEDITEM     PIC X(70) VALUE SPACES.
       77 WS-ARQ-FATURA      PIC X(70) VALUE SPACES.
       77 WS-ARQ-ESTMOV      PIC X(70) VALUE SPACES.
       77 WS-ARQ-VALHIST     PIC X(70) VALUE SPACES.
       77 WS-ARQ-RELVAL      PIC X(90) VALUE SPACES.

       77 PRO-STAT          PIC 9(02).
           88 FSPR-OK       VALUE ZEROS.
           88 FSPR-FIM-REG  VALUE 10.
           88 FSPR-NAO-EXISTE VALUE 35.

       77 PED-STAT          PIC 9(02).
           88 FSPD-OK       VALUE ZEROS.
           88 FSPD-FIM-REG  VALUE 10.
           88 FSPD-NAO-EXISTE VALUE 35.

       77 ITE-STAT          PIC 9(02).
           88 FSI-OK        VALUE ZEROS.
           88 FSI-FIM-REG   VALUE 10.
           88 FSI-NAO-EXISTE VALUE 35.

       77 FAT-STAT          PIC 9(02).
           88 FSF-OK        VALUE ZEROS.
           88 FSF-NAO-EXISTE VALUE 35.

       77 EMV-STAT          PIC 9(02).
           88 FSE-OK        VALUE ZEROS.
           88 FSE-FIM-REG   VALUE 10.
           88 FSE-NAO-EXISTE VALUE 35.

       77 VLH-STAT          PIC 9(02).
           88 FSV-OK        VALUE ZEROS.
           88 FSV-FIM-REG   VALUE 10.
           88 FSV-NAO-EXISTE VALUE 35.

       77 REL-STAT          PIC 9(02).
           88 FSR-OK        VALUE ZEROS.

       77 WS-TEM-PEDIDOS    PIC X(01) VALUE 'N'.
           88 TEM-PEDIDOS   VALUE 'S'.
           88 SEM-PEDIDOS   VALUE 'N'.

       77 WS-TEM-ITENS      PIC X(01) VALUE 'N'.
           88 TEM-ITENS     VALUE 'S'.
           88 SEM-ITENS     VALUE 'N'.

       77 WS-TEM-FATURA     PIC X(01) VALUE 'N'.
           88 TEM-FATURA    VALUE 'S'.
           88 SEM-FATURA    VALUE 'N'.

       77 WS-TEM-ESTMOV     PIC X(01) VALUE 'N'.
           88 TEM-ESTMOV    VALUE 'S'.
           88 SEM-ESTMOV    VALUE 'N'.

       77 WS-FECHAMENTO     PIC X(01) VALUE 'N'.
           88 FECHAMENTO    VALUE 'S'.

       77 WS-PARM           PIC X(80) VALUE SPACES.

       77 WS-DATA-HOJE      PIC 9(08) VALUE ZEROS.
       77 WS-ANOMES         PIC 9(06) VALUE ZEROS.
       01 WS-ANOMES-ANT.
           05 WS-AMA-ANO    PIC 9(04).
           05 WS-AMA-MES    PIC 9(02).
       77 WS-ANOMES-COMP    PIC 9(06) VALUE ZEROS.

       77 WS-DIAS-LENTO     PIC 9(03) VALUE ZEROS.
       77 WS-DIAS-OBSOL     PIC 9(03) VALUE ZEROS.

       77 WS-RETCODE        PIC 9(02) VALUE ZEROS.

      *    Produtos com saldo, na ordem do codigo, com as datas da
      *    ultima venda e da ultima entrada.
       01 WS-TAB-PROD.
           05 WS-TPR-ENT OCCURS 3000 TIMES.
              10 WS-TPR-PROD      PIC 9(05).
              10 WS-TPR-LINHA     PIC X(04).
              10 WS-TPR-DT-VENDA  PIC 9(08).
              10 WS-TPR-DT-ENTR   PIC 9(08).

       77 WS-QTD-PRODS      PIC 9(04) VALUE ZEROS.
       77 WS-QTD-ESTOUROU   PIC 9(06) VALUE ZEROS.

      *    Linhas de produto: valor atual, da competencia anterior e
      *    das faixas lento/obsoleto.
       01 WS-TAB-LINHA.
           05 WS-TLN-ENT OCCURS 200 TIMES.
              10 WS-TLN-LINHA     PIC X(04).
              10 WS-TLN-FEITA     PIC X(01).
              10 WS-TLN-QTD-PROD  PIC 9(05).
              10 WS-TLN-VALOR     PIC S9(13)V99.
              10 WS-TLN-VALOR-ANT PIC S9(13)V99.
              10 WS-TLN-VLR-LENTO PIC S9(13)V99.
              10 WS-TLN-VLR-OBSOL PIC S9(13)V99.

       77 WS-QTD-LINHAS     PIC 9(03) VALUE ZEROS.
       77 WS-LINHA-ESTOUROU PIC 9(06) VALUE ZEROS.

       77 WS-IDX            PIC 9(04) VALUE ZEROS.
       77 WS-IDX-ACHOU      PIC 9(04) VALUE ZEROS.
       77 WS-IDL            PIC 9(03) VALUE ZEROS.
       77 WS-IDL-ACHOU      PIC 9(03) VALUE ZEROS.
       77 WS-IDL-CORRENTE   PIC 9(03) VALUE ZEROS.

       77 WS-ITEM-PROD      PIC 9(05) VALUE ZEROS.
       77 WS-ITEM-DATA      PIC 9(08) VALUE ZEROS.
       77 WS-ITEM-LINHA     PIC X(04) VALUE SPACES.
       77 WS-DATA-VENDA     PIC 9(08) VALUE ZEROS.

      *    Produto corrente.
       77 WS-VALOR-PROD     PIC S9(11)V99 VALUE ZEROS.
       77 WS-DATA-REF       PIC 9(08) VALUE ZEROS.
       77 WS-DIAS-SEM-VENDA PIC 9(05) VALUE ZEROS.
       77 WS-CLASSE         PIC X(01) VALUE SPACES.
           88 CLS-NORMAL    VALUE 'N'.
           88 CLS-LENTO     VALUE 'L'.
           88 CLS-OBSOLETO  VALUE 'O'.

       77 WS-VALOR-TOTAL    PIC S9(13)V99 VALUE ZEROS.
       77 WS-VALOR-ANT-TOT  PIC S9(13)V99 VALUE ZEROS.
       77 WS-VALOR-LENTO    PIC S9(13)V99 VALUE ZEROS.
       77 WS-VALOR-OBSOL    PIC S9(13)V99 VALUE ZEROS.
       77 WS-VARIACAO       PIC S9(13)V99 VALUE ZEROS.

       77 WS-QTD-LIDOS      PIC 9(06) VALUE ZEROS.
       77 WS-QTD-LISTADOS   PIC 9(06) VALUE ZEROS.
       77 WS-QTD-LENTOS     PIC 9(06) VALUE ZEROS.
       77 WS-QTD-OBSOLETOS  PIC 9(06) VALUE ZEROS.
       77 WS-QTD-FOTO       PIC 9(06) VALUE ZEROS.

       77 WS-CTPAG          PIC 9(03) VALUE ZEROS.

       01 LINHA-CAB0.
           05 FILLER        PIC X(060) VALUE
           'VALORIZACAO DO ESTOQUE E ITENS PARADOS'.
           05 FILLER        PIC X(09) VALUE 'PAGINA : '.
           05 PAG-REL       PIC ZZ9.

       01 LINHA-CAB1.
           05 FILLER        PIC X(09) VALUE 'DATA...: '.
           05 CAB-DATA-HOJE PIC 9(08).
           05 FILLER        PIC X(16) VALUE '   COMPETENCIA: '.
           05 CAB-ANOMES    PIC 9(06).
           05 FILLER        PIC X(12) VALUE '   LENTO: '.
           05 CAB-LENTO     PIC ZZ9.
           05 FILLER        PIC X(16) VALUE ' DIAS  OBSOLETO:'.
           05 CAB-OBSOL     PIC ZZZ9.
           05 FILLER        PIC X(05) VALUE ' DIAS'.

       01 LINHA-TIT1.
           05 FILLER        PIC X(43) VALUE
           'PROD. DESCRICAO                      SALDO'.
           05 FILLER        PIC X(40) VALUE
           ' CUSTO MEDIO              VALOR ULT.VEND'.
           05 FILLER        PIC X(30) VALUE
           ' ULT.ENTR  DIAS CLASSE'.

       01 LINHA-LINHA.
           05 FILLER        PIC X(07) VALUE 'LINHA: '.
           05 LLN-LINHA     PIC X(09).

       01 LINHA-DET.
           05 REL-PROD      PIC 9(05).
           05 FILLER        PIC X(01)  VALUE SPACES.
           05 REL-DESC      PIC X(22).
           05 FILLER        PIC X(01)  VALUE SPACES.
           05 REL-SALDO     PIC -Z.ZZZ.ZZ9,99.
           05 FILLER        PIC X(01)  VALUE SPACES.
           05 REL-CUSTO     PIC Z.ZZZ.ZZ9,99.
           05 FILLER        PIC X(01)  VALUE SPACES.
           05 REL-VALOR     PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER        PIC X(01)  VALUE SPACES.
           05 REL-DT-VENDA  PIC 9(08).
           05 FILLER        PIC X(01)  VALUE SPACES.
           05 REL-DT-ENTR   PIC 9(08).
           05 FILLER        PIC X(01)  VALUE SPACES.
           05 REL-DIAS      PIC ZZZZ9.
           05 FILLER        PIC X(01)  VALUE SPACES.
           05 REL-CLASSE    PIC X(08).

       01 LINHA-SUB1.
           05 FILLER        PIC X(06)  VALUE SPACES.
           05 FILLER        PIC X(15)  VALUE 'TOTAL DA LINHA '.
           05 SUB-LINHA     PIC X(09).
           05 FILLER        PIC X(09)  VALUE 'PRODUTOS:'.
           05 SUB-QTD       PIC ZZZZ9.
           05 FILLER        PIC X(08)  VALUE '  VALOR:'.
           05 SUB-VALOR     PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER        PIC X(09)  VALUE '  MES ANT'.
           05 FILLER        PIC X(01)  VALUE ':'.
           05 SUB-VALOR-ANT PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER        PIC X(07)  VALUE '  VAR.:'.
           05 SUB-VARIACAO  PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.

       01 LINHA-SUB2.
           05 FILLER        PIC X(21)  VALUE SPACES.
           05 FILLER        PIC X(18)  VALUE 'VALOR GIRO LENTO: '.
           05 SUB-LENTO     PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER        PIC X(13)  VALUE '  OBSOLETO: '.
           05 SUB-OBSOL     PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.

       01 LINHA-TOT1.
           05 FILLER        PIC X(30) VALUE
              'PRODUTOS LIDOS..............: '.
           05 TOT-LIDOS     PIC ZZZZZ9.
           05 FILLER        PIC X(20) VALUE
              '   COM SALDO.....: '.
           05 TOT-LISTADOS  PIC ZZZZZ9.

       01 LINHA-TOT2.
           05 FILLER        PIC X(30) VALUE
              'VALOR DO ESTOQUE............: '.
           05 TOT-VALOR     PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.

       01 LINHA-TOT3.
           05 FILLER        PIC X(30) VALUE
              'VALOR NA COMPETENCIA ANTER..: '.
           05 TOT-VALOR-ANT PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER        PIC X(03) VALUE ' ('.
           05 TOT-ANOMES-ANT PIC 9(06).
           05 FILLER        PIC X(01) VALUE ')'.

       01 LINHA-TOT4.
           05 FILLER        PIC X(30) VALUE
              'VARIACAO NO MES.............: '.
           05 TOT-VARIACAO  PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.

       01 LINHA-TOT5.
           05 FILLER        PIC X(30) VALUE
              'GIRO LENTO..................: '.
           05 TOT-QTD-LENTO PIC ZZZZZ9.
           05 FILLER        PIC X(10) VALUE ' PRODUTOS '.
           05 TOT-VLR-LENTO PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.

       01 LINHA-TOT6.
           05 FILLER        PIC X(30) VALUE
              'OBSOLETOS...................: '.
           05 TOT-QTD-OBSOL PIC ZZZZZ9.
           05 FILLER        PIC X(10) VALUE ' PRODUTOS '.
           05 TOT-VLR-OBSOL PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.

       01 LINHA-TOT7.
           05 FILLER        PIC X(30) VALUE
              'FOTOGRAFIA GRAVADA..........: '.
           05 TOT-FOTO      PIC ZZZZZ9.
           05 FILLER        PIC X(14) VALUE ' PRODUTOS EM '.
           05 TOT-ANOMES    PIC 9(06).

       01 LINHA-TOT8.
           05 FILLER        PIC X(50) VALUE
           '*** TABELA DE PRODUTOS CHEIA - DESPREZADOS: '.
           05 TOT-ESTOUROU  PIC ZZZZZ9.

       01 LINHA-TOT9.
           05 FILLER        PIC X(51) VALUE
           '*** TABELA DE LINHAS CHEIA - PRODUTOS DESPREZADOS: '.
           05 TOT-LIN-ESTOUROU PIC ZZZZZ9.

       01 LINHA-BRANCO      PIC X(100) VALUE SPACES.

       COPY LK_PARAM.

       COPY LK_SPOOL.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM MONTA-CAMINHOS

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE WS-DATA-HOJE (1:6) TO WS-ANOMES

           ACCEPT WS-PARM FROM COMMAND-LINE
           IF WS-PARM NOT = SPACES
              IF WS-PARM (1:6) IS NUMERIC
                 MOVE WS-PARM (1:6) TO WS-ANOMES
                 SET FECHAMENTO TO TRUE
              END-IF
           END-IF

           MOVE WS-ANOMES TO WS-ANOMES-ANT
           IF WS-AMA-MES < 01 OR WS-AMA-MES > 12
              DISPLAY 'PROG152: COMPETENCIA INVALIDA ' WS-ANOMES
              MOVE 12 TO WS-RETCODE
              MOVE WS-RETCODE TO RETURN-CODE
              GOBACK
           END-IF

      *    Competencia de comparacao: o mes anterior.
           IF WS-AMA-MES = 01
              MOVE 12 TO WS-AMA-MES
              SUBTRACT 1 FROM WS-AMA-ANO
           ELSE
              SUBTRACT 1 FROM WS-AMA-MES
           END-IF
           MOVE WS-ANOMES-ANT TO WS-ANOMES-COMP

      *    Limites de dias sem venda (PROG42, padrao 90/180).
           CALL "PROG41" USING LK-PARAM END-CALL
           MOVE LK-PAR-DIAS-LENTO TO WS-DIAS-LENTO
           MOVE LK-PAR-DIAS-OBSOL TO WS-DIAS-OBSOL

           PERFORM ABRIR-ARQUIVO

      *    Produtos com saldo, na ordem do codigo.
           MOVE LOW-VALUES TO PRO-KEY
           START PRODUTO KEY NOT LESS THAN PRO-KEY
                 INVALID KEY
                    MOVE 10 TO PRO-STAT
           END-START
           PERFORM CARREGA-PRODUTO
              THRU CARREGA-PRODUTO-SAI UNTIL FSPR-FIM-REG

      *    Ultima venda: pedidos faturados.
           IF TEM-PEDIDOS AND TEM-ITENS
              MOVE LOW-VALUES TO PED-KEY
              START PEDIDOS KEY NOT LESS THAN PED-KEY
                    INVALID KEY
                       MOVE 10 TO PED-STAT
              END-START
              PERFORM APURA-PEDIDO
                 THRU APURA-PEDIDO-SAI UNTIL FSPD-FIM-REG
           END-IF

      *    Ultima entrada: movimentos de entrada do estoque.
           IF TEM-ESTMOV
              MOVE LOW-VALUES TO EMV-KEY
              START ESTMOV KEY NOT LESS THAN EMV-KEY
                    INVALID KEY
                       MOVE 10 TO EMV-STAT
              END-START
              PERFORM APURA-ENTRADA
                 THRU APURA-ENTRADA-SAI UNTIL FSE-FIM-REG
           END-IF

      *    Valor da competencia anterior por linha.
           MOVE WS-ANOMES-COMP TO VLH-ANOMES
           MOVE ZEROS          TO VLH-PROD
           START VALHIST KEY NOT LESS THAN VLH-KEY
                 INVALID KEY
                    MOVE 10 TO VLH-STAT
           END-START
           PERFORM APURA-ANTERIOR
              THRU APURA-ANTERIOR-SAI UNTIL FSV-FIM-REG

      *    Fechamento: a fotografia da competencia e' refeita.
           IF FECHAMENTO
              MOVE WS-ANOMES TO VLH-ANOMES
              MOVE ZEROS     TO VLH-PROD
              START VALHIST KEY NOT LESS THAN VLH-KEY
                    INVALID KEY
                       MOVE 10 TO VLH-STAT
              END-START
              PERFORM APAGA-FOTOGRAFIA
                 THRU APAGA-FOTOGRAFIA-SAI UNTIL FSV-FIM-REG
           END-IF

           PERFORM IMP-CABEC

           PERFORM LISTA-LINHA
              THRU LISTA-LINHA-SAI WS-QTD-LINHAS TIMES

           IF WS-QTD-LISTADOS = ZEROS
              MOVE 04 TO WS-RETCODE
              DISPLAY 'PROG152: NENHUM PRODUTO COM SALDO'
           END-IF

           PERFORM TOTAIS
           PERFORM FINALIZA
           .
       FIM-PROCES.
           EXIT.

      *-------------------------------------------------------------*
       CARREGA-PRODUTO.
      *-------------------------------------------------------------*
           READ PRODUTO NEXT AT END
                GO TO CARREGA-PRODUTO-SAI
           END-READ

           ADD 1 TO WS-QTD-LIDOS

           IF PRO-SALDO = ZEROS
              GO TO CARREGA-PRODUTO-SAI
           END-IF

           IF WS-QTD-PRODS = 3000
              ADD 1 TO WS-QTD-ESTOUROU
              GO TO CARREGA-PRODUTO-SAI
           END-IF

      *    Produto cadastrado antes da linha de produto: espacos.
           IF PRO-LINHA = LOW-VALUES
              MOVE SPACES TO PRO-LINHA
           END-IF
           MOVE PRO-LINHA TO WS-ITEM-LINHA
           PERFORM LOCALIZA-LINHA THRU LOCALIZA-LINHA-FIM
           IF WS-IDL-ACHOU = ZEROS
              ADD 1 TO WS-LINHA-ESTOUROU
              GO TO CARREGA-PRODUTO-SAI
           END-IF

           ADD 1 TO WS-QTD-PRODS
           MOVE PRO-COD   TO WS-TPR-PROD     (WS-QTD-PRODS)
           MOVE PRO-LINHA TO WS-TPR-LINHA    (WS-QTD-PRODS)
           MOVE ZEROS     TO WS-TPR-DT-VENDA (WS-QTD-PRODS)
                             WS-TPR-DT-ENTR  (WS-QTD-PRODS)
           .
       CARREGA-PRODUTO-SAI.
           EXIT.

      *-------------------------------------------------------------*
       LOCALIZA-LINHA.
      *-------------------------------------------------------------*
      *    Acha (ou abre) a linha WS-ITEM-LINHA na tabela de linhas;
      *    tabela cheia devolve WS-IDL-ACHOU zerado.
           MOVE ZEROS TO WS-IDL-ACHOU
           PERFORM PROCURA-LINHA
               VARYING WS-IDL FROM 1 BY 1
               UNTIL WS-IDL > WS-QTD-LINHAS
                  OR WS-IDL-ACHOU NOT = ZEROS

           IF WS-IDL-ACHOU NOT = ZEROS
              GO TO LOCALIZA-LINHA-FIM
           END-IF

           IF WS-QTD-LINHAS = 200
              GO TO LOCALIZA-LINHA-FIM
           END-IF

           ADD 1 TO WS-QTD-LINHAS
           MOVE WS-QTD-LINHAS TO WS-IDL-ACHOU
           MOVE WS-ITEM-LINHA TO WS-TLN-LINHA (WS-IDL-ACHOU)
           MOVE 'N'           TO WS-TLN-FEITA (WS-IDL-ACHOU)
           MOVE ZEROS TO WS-TLN-QTD-PROD  (WS-IDL-ACHOU)
                         WS-TLN-VALOR     (WS-IDL-ACHOU)
                         WS-TLN-VALOR-ANT (WS-IDL-ACHOU)
                         WS-TLN-VLR-LENTO (WS-IDL-ACHOU)
                         WS-TLN-VLR-OBSOL (WS-IDL-ACHOU)
           .
       LOCALIZA-LINHA-FIM.
           EXIT.

      *-------------------------------------------------------------*
       PROCURA-LINHA.
      *-------------------------------------------------------------*
           IF WS-TLN-LINHA (WS-IDL) = WS-ITEM-LINHA
              MOVE WS-IDL TO WS-IDL-ACHOU
           END-IF
           .
       PROCURA-LINHA-FIM.
           EXIT.

      *-------------------------------------------------------------*
       APURA-PEDIDO.
      *-------------------------------------------------------------*
           READ PEDIDOS NEXT AT END
                GO TO APURA-PEDIDO-SAI
           END-READ

           IF NOT PED-FATURADO
              GO TO APURA-PEDIDO-SAI
           END-IF

      *    Data da venda: emissao da fatura do pedido; fatura
      *    cancelada nao e' venda; sem fatura, a data do pedido.
           MOVE PED-DATA TO WS-DATA-VENDA
           IF TEM-FATURA AND PED-NUM-FATURA NOT = ZEROS
              MOVE PED-NUM-FATURA TO FAT-NUMERO
              READ FATURA
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      IF FAT-CANCELADA
                         GO TO APURA-PEDIDO-SAI
                      END-IF
                      MOVE FAT-EMISSAO TO WS-DATA-VENDA
              END-READ
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

           MOVE ITE-PROD TO WS-ITEM-PROD
           PERFORM LOCALIZA-PRODUTO
           IF WS-IDX-ACHOU NOT = ZEROS
              IF WS-DATA-VENDA > WS-TPR-DT-VENDA (WS-IDX-ACHOU)
                 MOVE WS-DATA-VENDA TO WS-TPR-DT-VENDA (WS-IDX-ACHOU)
              END-IF
           END-IF
           .
       APURA-ITEM-PEDIDO-SAI.
           EXIT.

      *-------------------------------------------------------------*
       APURA-ENTRADA.
      *-------------------------------------------------------------*
           READ ESTMOV NEXT AT END
                GO TO APURA-ENTRADA-SAI
           END-READ

           IF NOT EMV-ENTRADA
              GO TO APURA-ENTRADA-SAI
           END-IF

           MOVE EMV-PROD TO WS-ITEM-PROD
           PERFORM LOCALIZA-PRODUTO
           IF WS-IDX-ACHOU NOT = ZEROS
              IF EMV-DATA > WS-TPR-DT-ENTR (WS-IDX-ACHOU)
                 MOVE EMV-DATA TO WS-TPR-DT-ENTR (WS-IDX-ACHOU)
              END-IF
           END-IF
           .
       APURA-ENTRADA-SAI.
           EXIT.

      *-------------------------------------------------------------*
       LOCALIZA-PRODUTO.
      *-------------------------------------------------------------*
           MOVE ZEROS TO WS-IDX-ACHOU
           PERFORM PROCURA-PRODUTO
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-QTD-PRODS
                  OR WS-IDX-ACHOU NOT = ZEROS
           .
       LOCALIZA-PRODUTO-FIM.
           EXIT.

      *-------------------------------------------------------------*
       PROCURA-PRODUTO.
      *-------------------------------------------------------------*
           IF WS-TPR-PROD (WS-IDX) = WS-ITEM-PROD
              MOVE WS-IDX TO WS-IDX-ACHOU
           END-IF
           .
       PROCURA-PRODUTO-FIM.
           EXIT.

      *-------------------------------------------------------------*
       APURA-ANTERIOR.
      *-------------------------------------------------------------*
           READ VALHIST NEXT AT END
                GO TO APURA-ANTERIOR-SAI
           END-READ

           IF VLH-ANOMES NOT = WS-ANOMES-COMP
              MOVE 10 TO VLH-STAT
              GO TO APURA-ANTERIOR-SAI
           END-IF

      *    Linha que nao tem mais estoque tambem aparece, para a
      *    comparacao fechar com o total do mes anterior.
           MOVE VLH-LINHA TO WS-ITEM-LINHA
           PERFORM LOCALIZA-LINHA THRU LOCALIZA-LINHA-FIM
           IF WS-IDL-ACHOU NOT = ZEROS
              ADD VLH-VALOR TO WS-TLN-VALOR-ANT (WS-IDL-ACHOU)
           END-IF
           ADD VLH-VALOR TO WS-VALOR-ANT-TOT
           .
       APURA-ANTERIOR-SAI.
           EXIT.

      *-------------------------------------------------------------*
       APAGA-FOTOGRAFIA.
      *-------------------------------------------------------------*
           READ VALHIST NEXT AT END
                GO TO APAGA-FOTOGRAFIA-SAI
           END-READ

           IF VLH-ANOMES NOT = WS-ANOMES
              MOVE 10 TO VLH-STAT
              GO TO APAGA-FOTOGRAFIA-SAI
           END-IF

           DELETE VALHIST RECORD
                  INVALID KEY
                     DISPLAY 'PROG152: ERRO AO APAGAR FOTOGRAFIA '
                             VLH-KEY ' STATUS ' VLH-STAT
           END-DELETE
           .
       APAGA-FOTOGRAFIA-SAI.
           EXIT.

      *-------------------------------------------------------------*
       LISTA-LINHA.
      *-------------------------------------------------------------*
      *    Cada volta imprime a menor linha ainda nao impressa.
           MOVE ZEROS TO WS-IDL-CORRENTE
           PERFORM ESCOLHE-LINHA
               VARYING WS-IDL FROM 1 BY 1
               UNTIL WS-IDL > WS-QTD-LINHAS
           IF WS-IDL-CORRENTE = ZEROS
              GO TO LISTA-LINHA-SAI
           END-IF
           MOVE 'S' TO WS-TLN-FEITA (WS-IDL-CORRENTE)

           MOVE WS-TLN-LINHA (WS-IDL-CORRENTE) TO LLN-LINHA
           IF WS-TLN-LINHA (WS-IDL-CORRENTE) = SPACES
              MOVE 'SEM LINHA' TO LLN-LINHA
           END-IF
           WRITE RELVAL-REL FROM LINHA-BRANCO AFTER ADVANCING 1 LINE
               AT END-OF-PAGE
                  PERFORM IMP-CABEC
           END-WRITE
           WRITE RELVAL-REL FROM LINHA-LINHA AFTER ADVANCING 1 LINE
               AT END-OF-PAGE
                  PERFORM IMP-CABEC
           END-WRITE

           PERFORM LISTA-PRODUTO
              THRU LISTA-PRODUTO-SAI
              VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-QTD-PRODS

           MOVE LLN-LINHA                          TO SUB-LINHA
           MOVE WS-TLN-QTD-PROD  (WS-IDL-CORRENTE) TO SUB-QTD
           MOVE WS-TLN-VALOR     (WS-IDL-CORRENTE) TO SUB-VALOR
           MOVE WS-TLN-VALOR-ANT (WS-IDL-CORRENTE) TO SUB-VALOR-ANT
           COMPUTE WS-VARIACAO = WS-TLN-VALOR (WS-IDL-CORRENTE)
                               - WS-TLN-VALOR-ANT (WS-IDL-CORRENTE)
           MOVE WS-VARIACAO                        TO SUB-VARIACAO
           MOVE WS-TLN-VLR-LENTO (WS-IDL-CORRENTE) TO SUB-LENTO
           MOVE WS-TLN-VLR-OBSOL (WS-IDL-CORRENTE) TO SUB-OBSOL
           WRITE RELVAL-REL FROM LINHA-SUB1 AFTER ADVANCING 1 LINE
               AT END-OF-PAGE
                  PERFORM IMP-CABEC
           END-WRITE
           WRITE RELVAL-REL FROM LINHA-SUB2 AFTER ADVANCING 1 LINE
               AT END-OF-PAGE
                  PERFORM IMP-CABEC
           END-WRITE
           .
       LISTA-LINHA-SAI.
           EXIT.

      *-------------------------------------------------------------*
       ESCOLHE-LINHA.
      *-------------------------------------------------------------*
           IF WS-TLN-FEITA (WS-IDL) = 'N'
              IF WS-IDL-CORRENTE = ZEROS
                 MOVE WS-IDL TO WS-IDL-CORRENTE
              ELSE
                 IF WS-TLN-LINHA (WS-IDL) <
                    WS-TLN-LINHA (WS-IDL-CORRENTE)
                    MOVE WS-IDL TO WS-IDL-CORRENTE
                 END-IF
              END-IF
           END-IF
           .
       ESCOLHE-LINHA-FIM.
           EXIT.

      *-------------------------------------------------------------*
       LISTA-PRODUTO.
      *-------------------------------------------------------------*
           IF WS-TPR-LINHA (WS-IDX) NOT =
              WS-TLN-LINHA (WS-IDL-CORRENTE)
              GO TO LISTA-PRODUTO-SAI
           END-IF

           MOVE WS-TPR-PROD (WS-IDX) TO PRO-COD
           READ PRODUTO
                INVALID KEY
                   GO TO LISTA-PRODUTO-SAI
           END-READ
           IF PRO-CUSTO-MEDIO NOT NUMERIC
              MOVE ZEROS TO PRO-CUSTO-MEDIO
           END-IF

           COMPUTE WS-VALOR-PROD ROUNDED = PRO-SALDO * PRO-CUSTO-MEDIO

      *    Dias sem venda: da ultima venda; produto que nunca vendeu
      *    conta da ultima entrada; sem nenhum dos dois, obsoleto.
           MOVE WS-TPR-DT-VENDA (WS-IDX) TO WS-DATA-REF
           IF WS-DATA-REF = ZEROS
              MOVE WS-TPR-DT-ENTR (WS-IDX) TO WS-DATA-REF
           END-IF
           EVALUATE TRUE
               WHEN WS-DATA-REF = ZEROS
                    MOVE 99999 TO WS-DIAS-SEM-VENDA
               WHEN WS-DATA-REF > WS-DATA-HOJE
                    MOVE ZEROS TO WS-DIAS-SEM-VENDA
               WHEN OTHER
                    COMPUTE WS-DIAS-SEM-VENDA =
                            FUNCTION INTEGER-OF-DATE (WS-DATA-HOJE)
                          - FUNCTION INTEGER-OF-DATE (WS-DATA-REF)
           END-EVALUATE

           SET CLS-NORMAL TO TRUE
           MOVE SPACES TO REL-CLASSE
           IF WS-DIAS-SEM-VENDA NOT < WS-DIAS-OBSOL
              SET CLS-OBSOLETO TO TRUE
              MOVE 'OBSOLETO' TO REL-CLASSE
              ADD 1 TO WS-QTD-OBSOLETOS
              ADD WS-VALOR-PROD TO WS-VALOR-OBSOL
                                   WS-TLN-VLR-OBSOL (WS-IDL-CORRENTE)
           ELSE
              IF WS-DIAS-SEM-VENDA NOT < WS-DIAS-LENTO
                 SET CLS-LENTO TO TRUE
                 MOVE 'LENTO' TO REL-CLASSE
                 ADD 1 TO WS-QTD-LENTOS
                 ADD WS-VALOR-PROD TO WS-VALOR-LENTO
                                   WS-TLN-VLR-LENTO (WS-IDL-CORRENTE)
              END-IF
           END-IF

           ADD 1 TO WS-QTD-LISTADOS
           ADD 1 TO WS-TLN-QTD-PROD (WS-IDL-CORRENTE)
           ADD WS-VALOR-PROD TO WS-VALOR-TOTAL
                                WS-TLN-VALOR (WS-IDL-CORRENTE)

           MOVE PRO-COD                  TO REL-PROD
           MOVE PRO-DESCRICAO            TO REL-DESC
           MOVE PRO-SALDO                TO REL-SALDO
           MOVE PRO-CUSTO-MEDIO          TO REL-CUSTO
           MOVE WS-VALOR-PROD            TO REL-VALOR
           MOVE WS-TPR-DT-VENDA (WS-IDX) TO REL-DT-VENDA
           MOVE WS-TPR-DT-ENTR (WS-IDX)  TO REL-DT-ENTR
           MOVE WS-DIAS-SEM-VENDA        TO REL-DIAS
           WRITE RELVAL-REL FROM LINHA-DET AFTER ADVANCING 1 LINE
               AT END-OF-PAGE
                  PERFORM IMP-CABEC
           END-WRITE

           IF FECHAMENTO
              PERFORM GRAVA-FOTOGRAFIA THRU GRAVA-FOTOGRAFIA-FIM
           END-IF
           .
       LISTA-PRODUTO-SAI.
           EXIT.

      *-------------------------------------------------------------*
       GRAVA-FOTOGRAFIA.
      *-------------------------------------------------------------*
           MOVE WS-ANOMES                TO VLH-ANOMES
           MOVE PRO-COD                  TO VLH-PROD
           MOVE WS-TPR-LINHA (WS-IDX)    TO VLH-LINHA
           MOVE PRO-SALDO                TO VLH-SALDO
           MOVE PRO-CUSTO-MEDIO          TO VLH-CUSTO-MEDIO
           MOVE WS-VALOR-PROD            TO VLH-VALOR
           MOVE WS-TPR-DT-VENDA (WS-IDX) TO VLH-DT-ULT-VENDA
           MOVE WS-TPR-DT-ENTR (WS-IDX)  TO VLH-DT-ULT-ENTRADA
           MOVE WS-DIAS-SEM-VENDA        TO VLH-DIAS-SEM-VENDA
           MOVE WS-CLASSE                TO VLH-CLASSE
           MOVE WS-DATA-HOJE             TO VLH-DT-CALC
           WRITE VALHIST-VLH
                 INVALID KEY
                    DISPLAY 'PROG152: ERRO AO GRAVAR FOTOGRAFIA '
                            VLH-KEY ' STATUS ' VLH-STAT
                    GO TO GRAVA-FOTOGRAFIA-FIM
           END-WRITE
           ADD 1 TO WS-QTD-FOTO
           .
       GRAVA-FOTOGRAFIA-FIM.
           EXIT.

      *-------------------------------------------------------------*
       IMP-CABEC.
      *-------------------------------------------------------------*
           ADD  01              TO WS-CTPAG
           MOVE WS-CTPAG        TO PAG-REL
           MOVE WS-DATA-HOJE    TO CAB-DATA-HOJE
           MOVE WS-ANOMES       TO CAB-ANOMES
           MOVE WS-DIAS-LENTO   TO CAB-LENTO
           MOVE WS-DIAS-OBSOL   TO CAB-OBSOL
           WRITE RELVAL-REL   FROM LINHA-CAB0 AFTER ADVANCING PAGE
           WRITE RELVAL-REL   FROM LINHA-CAB1 AFTER ADVANCING 1 LINE
           WRITE RELVAL-REL   FROM LINHA-BRANCO AFTER ADVANCING 1
                 LINE
           WRITE RELVAL-REL   FROM LINHA-TIT1 AFTER ADVANCING 1 LINE
           .
       IMP-CABEC-FIM.
           EXIT.

      *-------------------------------------------------------------*
       TOTAIS.
      *-------------------------------------------------------------*
           MOVE WS-QTD-LIDOS     TO TOT-LIDOS
           MOVE WS-QTD-LISTADOS  TO TOT-LISTADOS
           MOVE WS-VALOR-TOTAL   TO TOT-VALOR
           MOVE WS-VALOR-ANT-TOT TO TOT-VALOR-ANT
           MOVE WS-ANOMES-COMP   TO TOT-ANOMES-ANT
           COMPUTE WS-VARIACAO = WS-VALOR-TOTAL - WS-VALOR-ANT-TOT
           MOVE WS-VARIACAO      TO TOT-VARIACAO
           MOVE WS-QTD-LENTOS    TO TOT-QTD-LENTO
           MOVE WS-VALOR-LENTO   TO TOT-VLR-LENTO
           MOVE WS-QTD-OBSOLETOS TO TOT-QTD-OBSOL
           MOVE WS-VALOR-OBSOL   TO TOT-VLR-OBSOL

           WRITE RELVAL-REL FROM LINHA-BRANCO AFTER 1
           WRITE RELVAL-REL FROM LINHA-TOT1 AFTER 1
           WRITE RELVAL-REL FROM LINHA-TOT2 AFTER 1
           WRITE RELVAL-REL FROM LINHA-TOT3 AFTER 1
           WRITE RELVAL-REL FROM LINHA-TOT4 AFTER 1
           WRITE RELVAL-REL FROM LINHA-TOT5 AFTER 1
           WRITE RELVAL-REL FROM LINHA-TOT6 AFTER 1
           IF FECHAMENTO
              MOVE WS-QTD-FOTO TO TOT-FOTO
              MOVE WS-ANOMES   TO TOT-ANOMES
              WRITE RELVAL-REL FROM LINHA-TOT7 AFTER 1
           END-IF
           IF WS-QTD-ESTOUROU NOT = ZEROS
              MOVE WS-QTD-ESTOUROU TO TOT-ESTOUROU
              WRITE RELVAL-REL FROM LINHA-TOT8 AFTER 1
           END-IF
           IF WS-LINHA-ESTOUROU NOT = ZEROS
              MOVE WS-LINHA-ESTOUROU TO TOT-LIN-ESTOUROU
              WRITE RELVAL-REL FROM LINHA-TOT9 AFTER 1
           END-IF

           DISPLAY 'VALORIZACAO DO ESTOQUE - ' LINHA-TOT2
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
                  'PRODUTO.ARQ'                DELIMITED BY SIZE
             INTO WS-ARQ-PRODUTO
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

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'ESTMOV.ARQ'                 DELIMITED BY SIZE
             INTO WS-ARQ-ESTMOV
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'VALHIST.ARQ'                DELIMITED BY SIZE
             INTO WS-ARQ-VALHIST
           END-STRING

      *    O relatorio vai para o SPOOL\ com nome datado (PROG35) e
      *    entra no catalogo ao final.
           MOVE 'N'            TO LK-SPL-OPER
           MOVE 'PROG152'      TO LK-SPL-PROGRAMA
           MOVE 'REL-VALO.TXT' TO LK-SPL-SUFIXO
           CALL "PROG35" USING LK-SPOOL END-CALL
           MOVE LK-SPL-CAMINHO TO WS-ARQ-RELVAL
           .
       MONTA-CAMINHOS-FIM.
           EXIT.

      *-------------------------------------------------------------*
       ABRIR-ARQUIVO.
      *-------------------------------------------------------------*
           OPEN INPUT PRODUTO
           IF FSPR-NAO-EXISTE
              DISPLAY 'ARQUIVO PRODUTO NAO ENCONTRADO'
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

           SET TEM-FATURA TO TRUE
           OPEN INPUT FATURA
           IF FSF-NAO-EXISTE
              SET SEM-FATURA TO TRUE
           END-IF

           SET TEM-ESTMOV TO TRUE
           OPEN INPUT ESTMOV
           IF FSE-NAO-EXISTE
              SET SEM-ESTMOV TO TRUE
           END-IF

      *    Fotografia mensal: criada na primeira rodada.
           OPEN I-O VALHIST
           IF FSV-NAO-EXISTE
              OPEN OUTPUT VALHIST
              CLOSE VALHIST
              OPEN I-O VALHIST
           END-IF

           OPEN OUTPUT RELVAL
           .
       ABRIR-ARQUIVO-FIM.
           EXIT.

      *-------------------------------------------------------------*
       FINALIZA.
      *-------------------------------------------------------------*
           CLOSE PRODUTO VALHIST RELVAL
           IF TEM-PEDIDOS
              CLOSE PEDIDOS
           END-IF
           IF TEM-ITENS
              CLOSE PEDITEM
           END-IF
           IF TEM-FATURA
              CLOSE FATURA
           END-IF
           IF TEM-ESTMOV
              CLOSE ESTMOV
           END-IF

           MOVE 'R'            TO LK-SPL-OPER
           MOVE 'PROG152'      TO LK-SPL-PROGRAMA
           MOVE WS-PARM        TO LK-SPL-PARAMS
           MOVE WS-QTD-LISTADOS TO LK-SPL-QTDE
           MOVE WS-ARQ-RELVAL  TO LK-SPL-CAMINHO
           CALL "PROG35" USING LK-SPOOL END-CALL

           MOVE WS-RETCODE TO RETURN-CODE
           GOBACK.
