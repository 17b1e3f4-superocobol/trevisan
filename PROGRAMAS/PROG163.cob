      ******************************************************************
      * Autor.....: Alexandre Trevisani (PROVA COBOL)
      * Data......: Julho/2019
      * Programa..: PROG163 - Lotes a Vencer com Clientes Compradores
      * Chamadas..: PROG35 - Spool e Catalogo de Relatorios
      * Parametros: Linha de comando (opcional): NNN dias de
      *             antecedencia (padrao 30).
      * Observação: Lista os lotes com saldo (LOTE.ARQ, PROG162) que
      *             vencem ate hoje + NNN dias, ja vencidos inclusive,
      *             agrupados por produto na ordem da validade mais
      *             proxima: deposito, lote, validade, dias para
      *             vencer e saldo. Abaixo de cada produto, os
      *             clientes que mais o compraram nos ultimos 365
      *             dias (pedidos faturados, PEDITEM.ARQ), com a
      *             quantidade, a ultima compra e o vendedor do
      *             cliente, para a forca de vendas oferecer o lote
      *             antes do vencimento.
      *             Roda sem tela, na cadeia do PROG34; o relatorio
      *             vai para o spool do PROG35.
      * Cod.Retorno (RETURN-CODE):
      *             0 = processamento normal
      *             4 = nenhum lote a vencer no prazo
      *            12 = arquivo ausente ou parametro invalido
      * Historico.:
      *   2026 mnt - Programa novo.
      ******************************************************************
       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         PROG163.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SPECIAL-NAMES.      DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.

       SELECT LOTE ASSIGN TO WS-ARQ-LOTE
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              FILE STATUS  IS LOT-STAT
              RECORD KEY   IS LOT-KEY.

       SELECT PRODUTO ASSIGN TO WS-ARQ-PRODUTO
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS RANDOM
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

       SELECT CLIENTES ASSIGN TO WS-ARQ-CLIENTES
              ORGANIZATION         IS INDEXED
              ACCESS MODE          IS RANDOM
              FILE STATUS          IS CLI-STAT
              ALTERNATE RECORD KEY IS CLI-COD
              ALTERNATE RECORD KEY IS CLI-NOME  WITH DUPLICATES
              ALTERNATE RECORD KEY IS CLI-CNPJ-RAIZ WITH DUPLICATES
              ALTERNATE RECORD KEY IS CLI-NOME-BUSCA WITH DUPLICATES
              RECORD KEY           IS CLI-KEY.

       SELECT RELVEN ASSIGN TO WS-ARQ-RELVEN
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS  IS REL-STAT.

       DATA            DIVISION.
       FILE            SECTION.

       COPY FD_LOTE.

       COPY FD_PRODUTO.

       COPY FD_PEDIDOS.

       COPY FD_PEDITEM.

       COPY FD_CLIENTES.

       FD RELVEN
           LINAGE IS 55 LINES
           WITH FOOTING AT 51
           LINES AT TOP 3
           LINES AT BOTTOM 2.

       01 RELVEN-REL.
          05 REL-IMP        PIC X(132).

       WORKING-STORAGE SECTION.

       77 WS-DIR-DADOS       PIC X(50) VALUE SPACES.
       77 WS-ARQ-LOTE        PIC X(70) VALUE SPACES.
       77 WS-ARQ-PRODUTO     PIC X(70) VALUE SPACES.
       77 WS-ARQ-PEDIDOS     PIC X(70) VALUE SPACES.
       77 WS-ARQ-PEDITEM     PIC X(70) VALUE SPACES.
       77 WS-ARQ-CLIENTES    PIC X(70) VALUE SPACES.
       77 WS-ARQ-RELVEN      PIC X(90) VALUE SPACES.

       77 LOT-STAT          PIC 9(02).
           88 FSL-OK        VALUE ZEROS.
           88 FSL-FIM-REG   VALUE 10.
           88 FSL-NAO-EXISTE VALUE 35.

       77 PRO-STAT          PIC 9(02).
           88 FSPR-OK       VALUE ZEROS.
           88 FSPR-NAO-EXISTE VALUE 35.

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

       77 WS-PARM           PIC X(80) VALUE SPACES.
       77 WS-PARM-DIAS      PIC X(03) JUSTIFIED RIGHT VALUE SPACES.
       77 WS-DIAS-PRAZO     PIC 9(03) VALUE 30.

       77 WS-DATA-HOJE      PIC 9(08) VALUE ZEROS.
       77 WS-DIAS-HOJE      PIC 9(08) VALUE ZEROS.
       77 WS-DATA-LIMITE    PIC 9(08) VALUE ZEROS.
       77 WS-DATA-COMPRAS   PIC 9(08) VALUE ZEROS.
       77 WS-DIAS-VENCER    PIC S9(05) VALUE ZEROS.

       77 WS-RETCODE        PIC 9(02) VALUE ZEROS.

      *    Lotes a vencer, na ordem de LOTE.ARQ (produto, deposito,
      *    validade).
       01 WS-TAB-LOTE.
           05 WS-TLT-ENT OCCURS 2000 TIMES.
              10 WS-TLT-PROD      PIC 9(05).
              10 WS-TLT-DEP       PIC 9(03).
              10 WS-TLT-VALIDADE  PIC 9(08).
              10 WS-TLT-NUMERO    PIC X(15).
              10 WS-TLT-SALDO     PIC S9(07)V99.

       77 WS-QTD-LOTES      PIC 9(04) VALUE ZEROS.
       77 WS-LOTE-ESTOUROU  PIC 9(06) VALUE ZEROS.

      *    Produtos com lote a vencer: a menor validade ordena a
      *    listagem.
       01 WS-TAB-PROD.
           05 WS-TPR-ENT OCCURS 500 TIMES.
              10 WS-TPR-PROD      PIC 9(05).
              10 WS-TPR-VALIDADE  PIC 9(08).
              10 WS-TPR-SALDO     PIC S9(09)V99.
              10 WS-TPR-FEITO     PIC X(01).

       77 WS-QTD-PRODS      PIC 9(03) VALUE ZEROS.
       77 WS-PROD-ESTOUROU  PIC 9(06) VALUE ZEROS.

      *    Compras dos ultimos 365 dias por produto e cliente.
       01 WS-TAB-COMPRA.
           05 WS-TCP-ENT OCCURS 5000 TIMES.
              10 WS-TCP-IDP       PIC 9(03).
              10 WS-TCP-CODC      PIC 9(07).
              10 WS-TCP-QTDE      PIC 9(09)V99.
              10 WS-TCP-DT-ULT    PIC 9(08).
              10 WS-TCP-FEITO     PIC X(01).

       77 WS-QTD-COMPRAS    PIC 9(04) VALUE ZEROS.
       77 WS-COMPRA-ESTOUROU PIC 9(06) VALUE ZEROS.

       77 WS-IDX            PIC 9(04) VALUE ZEROS.
       77 WS-IDX-ACHOU      PIC 9(04) VALUE ZEROS.
       77 WS-IDP            PIC 9(03) VALUE ZEROS.
       77 WS-IDP-ACHOU      PIC 9(03) VALUE ZEROS.
       77 WS-IDP-CORRENTE   PIC 9(03) VALUE ZEROS.
       77 WS-IDC-MAIOR      PIC 9(04) VALUE ZEROS.
       77 WS-QTD-CLI-LISTA  PIC 9(01) VALUE ZEROS.
       77 WS-MAX-CLIENTES   PIC 9(01) VALUE 3.

       77 WS-ITEM-PROD      PIC 9(05) VALUE ZEROS.

       77 WS-QTD-LIDOS      PIC 9(06) VALUE ZEROS.
       77 WS-QTD-LISTADOS   PIC 9(06) VALUE ZEROS.
       77 WS-QTD-VENCIDOS   PIC 9(06) VALUE ZEROS.
       77 WS-SALDO-TOTAL    PIC S9(11)V99 VALUE ZEROS.
       77 WS-SALDO-VENCIDO  PIC S9(11)V99 VALUE ZEROS.

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
           'LOTES A VENCER E CLIENTES COMPRADORES'.
           05 FILLER        PIC X(09) VALUE 'PAGINA : '.
           05 PAG-REL       PIC ZZ9.

       01 LINHA-CAB1.
           05 FILLER        PIC X(09) VALUE 'DATA...: '.
           05 CAB-DATA-HOJE PIC X(10).
           05 FILLER        PIC X(22) VALUE '   VENCIMENTO ATE.: '.
           05 CAB-DATA-LIMITE PIC X(10).
           05 FILLER        PIC X(03) VALUE ' ('.
           05 CAB-DIAS      PIC ZZ9.
           05 FILLER        PIC X(07) VALUE ' DIAS)'.

       01 LINHA-TIT1.
           05 FILLER        PIC X(40) VALUE
           '      DEP LOTE            VALIDADE   DIA'.
           05 FILLER        PIC X(40) VALUE
           'S          SALDO'.

       01 LINHA-PROD.
           05 FILLER        PIC X(08) VALUE 'PRODUTO '.
           05 LPR-PROD      PIC 9(05).
           05 FILLER        PIC X(01) VALUE SPACES.
           05 LPR-DESC      PIC X(30).
           05 FILLER        PIC X(01) VALUE SPACES.
           05 LPR-UNID      PIC X(03).
           05 FILLER        PIC X(14) VALUE '  A VENCER...:'.
           05 LPR-SALDO     PIC -ZZ.ZZZ.ZZ9,99.

       01 LINHA-DET.
           05 FILLER        PIC X(06) VALUE SPACES.
           05 REL-DEP       PIC 9(03).
           05 FILLER        PIC X(01) VALUE SPACES.
           05 REL-LOTE      PIC X(15).
           05 FILLER        PIC X(01) VALUE SPACES.
           05 REL-VALIDADE  PIC X(10).
           05 FILLER        PIC X(01) VALUE SPACES.
           05 REL-DIAS      PIC -ZZZ9.
           05 FILLER        PIC X(01) VALUE SPACES.
           05 REL-SALDO     PIC -Z.ZZZ.ZZ9,99.
           05 FILLER        PIC X(01) VALUE SPACES.
           05 REL-SITUACAO  PIC X(07).

       01 LINHA-CLI-TIT.
           05 FILLER        PIC X(06) VALUE SPACES.
           05 FILLER        PIC X(40) VALUE
           'CLIENTES QUE MAIS COMPRAM (365 DIAS):'.

       01 LINHA-CLI.
           05 FILLER        PIC X(08) VALUE SPACES.
           05 RCL-CODC      PIC 9(07).
           05 FILLER        PIC X(01) VALUE SPACES.
           05 RCL-NOME      PIC X(40).
           05 FILLER        PIC X(06) VALUE ' QTD: '.
           05 RCL-QTDE      PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER        PIC X(08) VALUE '  ULT.: '.
           05 RCL-DT-ULT    PIC X(10).
           05 FILLER        PIC X(08) VALUE '  VEND: '.
           05 RCL-VEND      PIC ZZZZ9.

       01 LINHA-SEM-CLI.
           05 FILLER        PIC X(08) VALUE SPACES.
           05 FILLER        PIC X(50) VALUE
           'NENHUMA VENDA DO PRODUTO NOS ULTIMOS 365 DIAS'.

       01 LINHA-TOT1.
           05 FILLER        PIC X(30) VALUE
              'LOTES LIDOS.................: '.
           05 TOT-LIDOS     PIC ZZZZZ9.
           05 FILLER        PIC X(20) VALUE
              '   A VENCER......: '.
           05 TOT-LISTADOS  PIC ZZZZZ9.

       01 LINHA-TOT2.
           05 FILLER        PIC X(30) VALUE
              'SALDO A VENCER NO PRAZO.....: '.
           05 TOT-SALDO     PIC -Z.ZZZ.ZZZ.ZZ9,99.

       01 LINHA-TOT3.
           05 FILLER        PIC X(30) VALUE
              'JA VENCIDOS.................: '.
           05 TOT-QTD-VENC  PIC ZZZZZ9.
           05 FILLER        PIC X(08) VALUE ' LOTES  '.
           05 TOT-SALDO-VENC PIC -Z.ZZZ.ZZZ.ZZ9,99.

       01 LINHA-TOT4.
           05 FILLER        PIC X(50) VALUE
           '*** TABELA DE LOTES CHEIA - DESPREZADOS: '.
           05 TOT-LOTE-EST  PIC ZZZZZ9.

       01 LINHA-TOT5.
           05 FILLER        PIC X(50) VALUE
           '*** TABELA DE PRODUTOS CHEIA - LOTES DESPREZADOS: '.
           05 TOT-PROD-EST  PIC ZZZZZ9.

       01 LINHA-TOT6.
           05 FILLER        PIC X(50) VALUE
           '*** TABELA DE COMPRAS CHEIA - ITENS DESPREZADOS: '.
           05 TOT-COMPRA-EST PIC ZZZZZ9.

       01 LINHA-BRANCO      PIC X(100) VALUE SPACES.

       COPY LK_SPOOL.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM MONTA-CAMINHOS

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           COMPUTE WS-DIAS-HOJE =
                   FUNCTION INTEGER-OF-DATE (WS-DATA-HOJE)

           ACCEPT WS-PARM FROM COMMAND-LINE
           IF WS-PARM NOT = SPACES
              UNSTRING WS-PARM DELIMITED BY ALL SPACE
                  INTO WS-PARM-DIAS
              END-UNSTRING
              INSPECT WS-PARM-DIAS REPLACING LEADING SPACE BY ZERO
              IF WS-PARM-DIAS IS NUMERIC
                 MOVE WS-PARM-DIAS TO WS-DIAS-PRAZO
              ELSE
                 DISPLAY 'PROG163: PRAZO INVALIDO ' WS-PARM (1:10)
                 MOVE 12 TO WS-RETCODE
                 MOVE WS-RETCODE TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF

           COMPUTE WS-DATA-LIMITE = FUNCTION DATE-OF-INTEGER
                                    (WS-DIAS-HOJE + WS-DIAS-PRAZO)
           COMPUTE WS-DATA-COMPRAS = FUNCTION DATE-OF-INTEGER
                                     (WS-DIAS-HOJE - 365)

           PERFORM ABRIR-ARQUIVO

      *    Lotes com saldo que vencem ate a data limite.
           MOVE LOW-VALUES TO LOT-KEY
           START LOTE KEY NOT LESS THAN LOT-KEY
                 INVALID KEY
                    MOVE 10 TO LOT-STAT
           END-START
           PERFORM CARREGA-LOTE
              THRU CARREGA-LOTE-SAI UNTIL FSL-FIM-REG

      *    Quem compra cada produto: pedidos faturados do ultimo ano.
           IF TEM-PEDIDOS AND TEM-ITENS AND WS-QTD-PRODS > ZEROS
              MOVE LOW-VALUES TO PED-KEY
              START PEDIDOS KEY NOT LESS THAN PED-KEY
                    INVALID KEY
                       MOVE 10 TO PED-STAT
              END-START
              PERFORM APURA-PEDIDO
                 THRU APURA-PEDIDO-SAI UNTIL FSPD-FIM-REG
           END-IF

           PERFORM IMP-CABEC

           PERFORM LISTA-PRODUTO
              THRU LISTA-PRODUTO-SAI WS-QTD-PRODS TIMES

           IF WS-QTD-LISTADOS = ZEROS
              MOVE 04 TO WS-RETCODE
              DISPLAY 'PROG163: NENHUM LOTE A VENCER EM '
                      WS-DIAS-PRAZO ' DIAS'
           END-IF

           PERFORM TOTAIS
           PERFORM FINALIZA
           .
       FIM-PROCES.
           EXIT.

      *-------------------------------------------------------------*
       CARREGA-LOTE.
      *-------------------------------------------------------------*
           READ LOTE NEXT AT END
                GO TO CARREGA-LOTE-SAI
           END-READ

           ADD 1 TO WS-QTD-LIDOS

           IF LOT-SALDO NOT > ZEROS
              GO TO CARREGA-LOTE-SAI
           END-IF
           IF LOT-VALIDADE > WS-DATA-LIMITE
              GO TO CARREGA-LOTE-SAI
           END-IF

           IF WS-QTD-LOTES = 2000
              ADD 1 TO WS-LOTE-ESTOUROU
              GO TO CARREGA-LOTE-SAI
           END-IF

           MOVE LOT-PROD TO WS-ITEM-PROD
           PERFORM LOCALIZA-PRODUTO THRU LOCALIZA-PRODUTO-FIM
           IF WS-IDP-ACHOU = ZEROS
              IF WS-QTD-PRODS = 500
                 ADD 1 TO WS-PROD-ESTOUROU
                 GO TO CARREGA-LOTE-SAI
              END-IF
              ADD 1 TO WS-QTD-PRODS
              MOVE WS-QTD-PRODS TO WS-IDP-ACHOU
              MOVE LOT-PROD     TO WS-TPR-PROD     (WS-IDP-ACHOU)
              MOVE LOT-VALIDADE TO WS-TPR-VALIDADE (WS-IDP-ACHOU)
              MOVE ZEROS        TO WS-TPR-SALDO    (WS-IDP-ACHOU)
              MOVE 'N'          TO WS-TPR-FEITO    (WS-IDP-ACHOU)
           END-IF

           IF LOT-VALIDADE < WS-TPR-VALIDADE (WS-IDP-ACHOU)
              MOVE LOT-VALIDADE TO WS-TPR-VALIDADE (WS-IDP-ACHOU)
           END-IF
           ADD LOT-SALDO TO WS-TPR-SALDO (WS-IDP-ACHOU)

           ADD 1 TO WS-QTD-LOTES
           MOVE LOT-PROD     TO WS-TLT-PROD     (WS-QTD-LOTES)
           MOVE LOT-DEP      TO WS-TLT-DEP      (WS-QTD-LOTES)
           MOVE LOT-VALIDADE TO WS-TLT-VALIDADE (WS-QTD-LOTES)
           MOVE LOT-NUMERO   TO WS-TLT-NUMERO   (WS-QTD-LOTES)
           MOVE LOT-SALDO    TO WS-TLT-SALDO    (WS-QTD-LOTES)
           .
       CARREGA-LOTE-SAI.
           EXIT.

      *-------------------------------------------------------------*
       LOCALIZA-PRODUTO.
      *-------------------------------------------------------------*
           MOVE ZEROS TO WS-IDP-ACHOU
           PERFORM PROCURA-PRODUTO
               VARYING WS-IDP FROM 1 BY 1
               UNTIL WS-IDP > WS-QTD-PRODS
                  OR WS-IDP-ACHOU NOT = ZEROS
           .
       LOCALIZA-PRODUTO-FIM.
           EXIT.

      *-------------------------------------------------------------*
       PROCURA-PRODUTO.
      *-------------------------------------------------------------*
           IF WS-TPR-PROD (WS-IDP) = WS-ITEM-PROD
              MOVE WS-IDP TO WS-IDP-ACHOU
           END-IF
           .
       PROCURA-PRODUTO-FIM.
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
           IF PED-DATA < WS-DATA-COMPRAS
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

           MOVE ITE-PROD TO WS-ITEM-PROD
           PERFORM LOCALIZA-PRODUTO THRU LOCALIZA-PRODUTO-FIM
           IF WS-IDP-ACHOU = ZEROS
              GO TO APURA-ITEM-PEDIDO-SAI
           END-IF

           MOVE ZEROS TO WS-IDX-ACHOU
           PERFORM PROCURA-COMPRA
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-QTD-COMPRAS
                  OR WS-IDX-ACHOU NOT = ZEROS
           IF WS-IDX-ACHOU = ZEROS
              IF WS-QTD-COMPRAS = 5000
                 ADD 1 TO WS-COMPRA-ESTOUROU
                 GO TO APURA-ITEM-PEDIDO-SAI
              END-IF
              ADD 1 TO WS-QTD-COMPRAS
              MOVE WS-QTD-COMPRAS TO WS-IDX-ACHOU
              MOVE WS-IDP-ACHOU TO WS-TCP-IDP    (WS-IDX-ACHOU)
              MOVE PED-CODC     TO WS-TCP-CODC   (WS-IDX-ACHOU)
              MOVE ZEROS        TO WS-TCP-QTDE   (WS-IDX-ACHOU)
                                   WS-TCP-DT-ULT (WS-IDX-ACHOU)
              MOVE 'N'          TO WS-TCP-FEITO  (WS-IDX-ACHOU)
           END-IF

           ADD ITE-QTDE TO WS-TCP-QTDE (WS-IDX-ACHOU)
           IF PED-DATA > WS-TCP-DT-ULT (WS-IDX-ACHOU)
              MOVE PED-DATA TO WS-TCP-DT-ULT (WS-IDX-ACHOU)
           END-IF
           .
       APURA-ITEM-PEDIDO-SAI.
           EXIT.

      *-------------------------------------------------------------*
       PROCURA-COMPRA.
      *-------------------------------------------------------------*
           IF WS-TCP-IDP (WS-IDX) = WS-IDP-ACHOU
              AND WS-TCP-CODC (WS-IDX) = PED-CODC
              MOVE WS-IDX TO WS-IDX-ACHOU
           END-IF
           .
       PROCURA-COMPRA-FIM.
           EXIT.

      *-------------------------------------------------------------*
       LISTA-PRODUTO.
      *-------------------------------------------------------------*
      *    Cada volta imprime o produto de validade mais proxima
      *    ainda nao impresso.
           MOVE ZEROS TO WS-IDP-CORRENTE
           PERFORM ESCOLHE-PRODUTO
               VARYING WS-IDP FROM 1 BY 1
               UNTIL WS-IDP > WS-QTD-PRODS
           IF WS-IDP-CORRENTE = ZEROS
              GO TO LISTA-PRODUTO-SAI
           END-IF
           MOVE 'S' TO WS-TPR-FEITO (WS-IDP-CORRENTE)

           MOVE WS-TPR-PROD (WS-IDP-CORRENTE) TO PRO-COD
           READ PRODUTO
                INVALID KEY
                   MOVE '*** PRODUTO NAO CADASTRADO ***'
                        TO PRO-DESCRICAO
                   MOVE SPACES TO PRO-UNIDADE
           END-READ

           MOVE WS-TPR-PROD (WS-IDP-CORRENTE)  TO LPR-PROD
           MOVE PRO-DESCRICAO                  TO LPR-DESC
           MOVE PRO-UNIDADE                    TO LPR-UNID
           MOVE WS-TPR-SALDO (WS-IDP-CORRENTE) TO LPR-SALDO
           WRITE RELVEN-REL FROM LINHA-BRANCO AFTER ADVANCING 1 LINE
               AT END-OF-PAGE
                  PERFORM IMP-CABEC
           END-WRITE
           WRITE RELVEN-REL FROM LINHA-PROD AFTER ADVANCING 1 LINE
               AT END-OF-PAGE
                  PERFORM IMP-CABEC
           END-WRITE

           PERFORM LISTA-LOTE
              THRU LISTA-LOTE-SAI
              VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-QTD-LOTES

           WRITE RELVEN-REL FROM LINHA-CLI-TIT AFTER ADVANCING 1 LINE
               AT END-OF-PAGE
                  PERFORM IMP-CABEC
           END-WRITE
           MOVE ZEROS TO WS-QTD-CLI-LISTA
           PERFORM LISTA-CLIENTE
              THRU LISTA-CLIENTE-SAI WS-MAX-CLIENTES TIMES
           IF WS-QTD-CLI-LISTA = ZEROS
              WRITE RELVEN-REL FROM LINHA-SEM-CLI
                    AFTER ADVANCING 1 LINE
                  AT END-OF-PAGE
                     PERFORM IMP-CABEC
              END-WRITE
           END-IF
           .
       LISTA-PRODUTO-SAI.
           EXIT.

      *-------------------------------------------------------------*
       ESCOLHE-PRODUTO.
      *-------------------------------------------------------------*
           IF WS-TPR-FEITO (WS-IDP) = 'N'
              IF WS-IDP-CORRENTE = ZEROS
                 MOVE WS-IDP TO WS-IDP-CORRENTE
              ELSE
                 IF WS-TPR-VALIDADE (WS-IDP) <
                    WS-TPR-VALIDADE (WS-IDP-CORRENTE)
                    MOVE WS-IDP TO WS-IDP-CORRENTE
                 END-IF
              END-IF
           END-IF
           .
       ESCOLHE-PRODUTO-FIM.
           EXIT.

      *-------------------------------------------------------------*
       LISTA-LOTE.
      *-------------------------------------------------------------*
           IF WS-TLT-PROD (WS-IDX) NOT = WS-TPR-PROD (WS-IDP-CORRENTE)
              GO TO LISTA-LOTE-SAI
           END-IF

           COMPUTE WS-DIAS-VENCER =
                   FUNCTION INTEGER-OF-DATE (WS-TLT-VALIDADE (WS-IDX))
                 - WS-DIAS-HOJE

           MOVE WS-TLT-DEP      (WS-IDX) TO REL-DEP
           MOVE WS-TLT-NUMERO   (WS-IDX) TO REL-LOTE
           MOVE WS-TLT-VALIDADE (WS-IDX) TO WS-DATA-AMD
           PERFORM EDITA-DATA
           MOVE WS-DATA-DMA              TO REL-VALIDADE
           MOVE WS-DIAS-VENCER           TO REL-DIAS
           MOVE WS-TLT-SALDO    (WS-IDX) TO REL-SALDO
           MOVE SPACES                   TO REL-SITUACAO
           IF WS-DIAS-VENCER < ZEROS
              MOVE 'VENCIDO' TO REL-SITUACAO
              ADD 1 TO WS-QTD-VENCIDOS
              ADD WS-TLT-SALDO (WS-IDX) TO WS-SALDO-VENCIDO
           END-IF
           WRITE RELVEN-REL FROM LINHA-DET AFTER ADVANCING 1 LINE
               AT END-OF-PAGE
                  PERFORM IMP-CABEC
           END-WRITE

           ADD 1 TO WS-QTD-LISTADOS
           ADD WS-TLT-SALDO (WS-IDX) TO WS-SALDO-TOTAL
           .
       LISTA-LOTE-SAI.
           EXIT.

      *-------------------------------------------------------------*
       LISTA-CLIENTE.
      *-------------------------------------------------------------*
      *    Cada volta imprime o cliente que mais comprou o produto
      *    entre os ainda nao impressos.
           MOVE ZEROS TO WS-IDC-MAIOR
           PERFORM ESCOLHE-CLIENTE
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-QTD-COMPRAS
           IF WS-IDC-MAIOR = ZEROS
              GO TO LISTA-CLIENTE-SAI
           END-IF
           MOVE 'S' TO WS-TCP-FEITO (WS-IDC-MAIOR)
           ADD 1 TO WS-QTD-CLI-LISTA

           MOVE WS-TCP-CODC (WS-IDC-MAIOR) TO RCL-CODC
           MOVE '*** CLIENTE NAO CADASTRADO ***' TO RCL-NOME
           MOVE ZEROS                      TO RCL-VEND
           IF TEM-CLIENTES
              MOVE WS-TCP-CODC (WS-IDC-MAIOR) TO CLI-COD
              READ CLIENTES KEY IS CLI-COD
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      MOVE CLI-NOME TO RCL-NOME
                      MOVE CLI-VEND TO RCL-VEND
              END-READ
           END-IF
           MOVE WS-TCP-QTDE   (WS-IDC-MAIOR) TO RCL-QTDE
           MOVE WS-TCP-DT-ULT (WS-IDC-MAIOR) TO WS-DATA-AMD
           PERFORM EDITA-DATA
           MOVE WS-DATA-DMA                  TO RCL-DT-ULT
           WRITE RELVEN-REL FROM LINHA-CLI AFTER ADVANCING 1 LINE
               AT END-OF-PAGE
                  PERFORM IMP-CABEC
           END-WRITE
           .
       LISTA-CLIENTE-SAI.
           EXIT.

      *-------------------------------------------------------------*
       ESCOLHE-CLIENTE.
      *-------------------------------------------------------------*
           IF WS-TCP-IDP (WS-IDX) = WS-IDP-CORRENTE
              AND WS-TCP-FEITO (WS-IDX) = 'N'
              IF WS-IDC-MAIOR = ZEROS
                 MOVE WS-IDX TO WS-IDC-MAIOR
              ELSE
                 IF WS-TCP-QTDE (WS-IDX) >
                    WS-TCP-QTDE (WS-IDC-MAIOR)
                    MOVE WS-IDX TO WS-IDC-MAIOR
                 END-IF
              END-IF
           END-IF
           .
       ESCOLHE-CLIENTE-FIM.
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
           MOVE WS-DATA-LIMITE  TO WS-DATA-AMD
           PERFORM EDITA-DATA
           MOVE WS-DATA-DMA     TO CAB-DATA-LIMITE
           MOVE WS-DIAS-PRAZO   TO CAB-DIAS
           WRITE RELVEN-REL   FROM LINHA-CAB0 AFTER ADVANCING PAGE
           WRITE RELVEN-REL   FROM LINHA-CAB1 AFTER ADVANCING 1 LINE
           WRITE RELVEN-REL   FROM LINHA-BRANCO AFTER ADVANCING 1
                 LINE
           WRITE RELVEN-REL   FROM LINHA-TIT1 AFTER ADVANCING 1 LINE
           .
       IMP-CABEC-FIM.
           EXIT.

      *-------------------------------------------------------------*
       TOTAIS.
      *-------------------------------------------------------------*
           MOVE WS-QTD-LIDOS     TO TOT-LIDOS
           MOVE WS-QTD-LISTADOS  TO TOT-LISTADOS
           MOVE WS-SALDO-TOTAL   TO TOT-SALDO
           MOVE WS-QTD-VENCIDOS  TO TOT-QTD-VENC
           MOVE WS-SALDO-VENCIDO TO TOT-SALDO-VENC

           WRITE RELVEN-REL FROM LINHA-BRANCO AFTER 1
           WRITE RELVEN-REL FROM LINHA-TOT1 AFTER 1
           WRITE RELVEN-REL FROM LINHA-TOT2 AFTER 1
           WRITE RELVEN-REL FROM LINHA-TOT3 AFTER 1
           IF WS-LOTE-ESTOUROU NOT = ZEROS
              MOVE WS-LOTE-ESTOUROU TO TOT-LOTE-EST
              WRITE RELVEN-REL FROM LINHA-TOT4 AFTER 1
           END-IF
           IF WS-PROD-ESTOUROU NOT = ZEROS
              MOVE WS-PROD-ESTOUROU TO TOT-PROD-EST
              WRITE RELVEN-REL FROM LINHA-TOT5 AFTER 1
           END-IF
           IF WS-COMPRA-ESTOUROU NOT = ZEROS
              MOVE WS-COMPRA-ESTOUROU TO TOT-COMPRA-EST
              WRITE RELVEN-REL FROM LINHA-TOT6 AFTER 1
           END-IF

           DISPLAY 'LOTES A VENCER - ' LINHA-TOT2
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
                  'LOTE.ARQ'                   DELIMITED BY SIZE
             INTO WS-ARQ-LOTE
           END-STRING

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
                  'CLIENTES.ARQ'               DELIMITED BY SIZE
             INTO WS-ARQ-CLIENTES
           END-STRING

      *    O relatorio vai para o SPOOL\ com nome datado (PROG35) e
      *    entra no catalogo ao final.
           MOVE 'N'            TO LK-SPL-OPER
           MOVE 'PROG163'      TO LK-SPL-PROGRAMA
           MOVE 'REL-VENC.TXT' TO LK-SPL-SUFIXO
           CALL "PROG35" USING LK-SPOOL END-CALL
           MOVE LK-SPL-CAMINHO TO WS-ARQ-RELVEN
           .
       MONTA-CAMINHOS-FIM.
           EXIT.

      *-------------------------------------------------------------*
       ABRIR-ARQUIVO.
      *-------------------------------------------------------------*
           OPEN INPUT LOTE
           IF FSL-NAO-EXISTE
              DISPLAY 'ARQUIVO LOTE NAO ENCONTRADO'
              MOVE 12 TO WS-RETCODE
              MOVE WS-RETCODE TO RETURN-CODE
              GOBACK
           END-IF

           OPEN INPUT PRODUTO
           IF FSPR-NAO-EXISTE
              DISPLAY 'ARQUIVO PRODUTO NAO ENCONTRADO'
              CLOSE LOTE
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

           OPEN OUTPUT RELVEN
           .
       ABRIR-ARQUIVO-FIM.
           EXIT.

      *-------------------------------------------------------------*
       FINALIZA.
      *-------------------------------------------------------------*
           CLOSE LOTE PRODUTO RELVEN
           IF TEM-PEDIDOS
              CLOSE PEDIDOS
           END-IF
           IF TEM-ITENS
              CLOSE PEDITEM
           END-IF
           IF TEM-CLIENTES
              CLOSE CLIENTES
           END-IF

           MOVE 'R'            TO LK-SPL-OPER
           MOVE 'PROG163'      TO LK-SPL-PROGRAMA
           MOVE WS-PARM        TO LK-SPL-PARAMS
           MOVE WS-QTD-LISTADOS TO LK-SPL-QTDE
           MOVE WS-ARQ-RELVEN  TO LK-SPL-CAMINHO
           CALL "PROG35" USING LK-SPOOL END-CALL

           MOVE WS-RETCODE TO RETURN-CODE
           GOBACK.
