      ******************************************************************
      * Autor.....: Alexandre Trevisani (PROVA COBOL)
      * Data......: Julho/2019
      * Programa..: PROG142 - Relatório de Pendências de Entrega
      * Chamadas..: PROG35 - Spool e Catalogo de Relatorios
      * Observação: Lista as quantidades que aguardam estoque para
      *             faturar: itens dos pedidos marcados para faturar
      *             (PED-FATURADO) e ainda sem fatura - os pedidos
      *             pendentes gerados pelo faturamento parcial do
      *             PROG64 (PED-PEDIDO-ORIG) e os que a rodada deixou
      *             esperando inteiros. Roda depois do PROG64 na
      *             cadeia noturna, sem tela.
      *             Detalhe por produto (pedido, pedido de origem,
      *             cliente, vendedor, data, idade em dias desde a
      *             data do pedido, quantidade e valor a preco do
      *             pedido), seguido das quebras por cliente e por
      *             vendedor com itens, valor e a maior idade.
      * Cod.Retorno (RETURN-CODE):
      *             0 = processamento normal
      *             4 = nenhuma pendencia de entrega
      *            12 = arquivo ausente
      * Historico.:
      *   2026 mnt - Programa novo.
      ******************************************************************
       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         PROG142.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SPECIAL-NAMES.      DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.

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

       SELECT PRODUTO ASSIGN TO WS-ARQ-PRODUTO
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS RANDOM
              FILE STATUS  IS PRO-STAT
              RECORD KEY   IS PRO-KEY.

       SELECT RELPEND ASSIGN TO WS-ARQ-RELPEND
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS  IS REL-STAT.

       DATA            DIVISION.
       FILE            SECTION.

       COPY FD_PEDIDOS.

       COPY FD_PEDITEM.

       COPY FD_PRODUTO.

       FD RELPEND
           LINAGE IS 55 LINES
           WITH FOOTING AT 51
           LINES AT TOP 3
           LINES AT BOTTOM 2.

       01 RELPEND-REL.
          05 REL-IMP        PIC X(120).

       WORKING-STORAGE SECTION.

       77 WS-DIR-DADOS       PIC X(50) VALUE SPACES.
       77 WS-ARQ-PEDIDOS     PIC X(70) VALUE SPACES.
       77 WS-ARQ-PEDITEM     PIC X(70) VALUE SPACES.
       77 WS-ARQ-PRODUTO     PIC X(70) VALUE SPACES.
       77 WS-ARQ-RELPEND     PIC X(90) VALUE SPACES.

       77 PED-STAT          PIC 9(02).
           88 FSPD-OK       VALUE ZEROS.
           88 FSPD-FIM-REG  VALUE 10.
           88 FSPD-NAO-EXISTE VALUE 35.

       77 ITE-STAT          PIC 9(02).
           88 FSI-OK        VALUE ZEROS.
           88 FSI-FIM-REG   VALUE 10.
           88 FSI-NAO-EXISTE VALUE 35.

       77 PRO-STAT          PIC 9(02).
           88 FSPR-OK       VALUE ZEROS.
           88 FSPR-NAO-EXISTE VALUE 35.

       77 REL-STAT          PIC 9(02).
           88 FSR-OK        VALUE ZEROS.

       77 WS-TEM-PRODUTO    PIC X(01) VALUE 'N'.
           88 TEM-PRODUTO   VALUE 'S'.
           88 SEM-PRODUTO   VALUE 'N'.

       77 WS-ABRIU-PEDITEM  PIC X(01) VALUE 'N'.
           88 ABRIU-PEDITEM VALUE 'S'.

       77 WS-RETCODE        PIC 9(02) VALUE ZEROS.

       77 WS-DATA-HOJE      PIC 9(08) VALUE ZEROS.
       77 WS-DIAS           PIC 9(05) VALUE ZEROS.
       77 WS-VLR-ITEM       PIC 9(11)V99 VALUE ZEROS.

      *    Pendencias em memoria, mantidas em ordem de produto na
      *    inclusao (dentro do produto, na ordem dos pedidos).
       01 WS-TAB-PEND.
           05 WS-PD-ENT OCCURS 3000 TIMES.
              10 WS-PD-PROD       PIC 9(05).
              10 WS-PD-PEDIDO     PIC 9(08).
              10 WS-PD-ORIG       PIC 9(08).
              10 WS-PD-CODC       PIC 9(07).
              10 WS-PD-CODV       PIC 9(05).
              10 WS-PD-DATA       PIC 9(08).
              10 WS-PD-DIAS       PIC 9(05).
              10 WS-PD-QTDE       PIC 9(07)V99.
              10 WS-PD-VALOR      PIC 9(11)V99.

       77 WS-QTD-PEND       PIC 9(04) VALUE ZEROS.
       77 WS-QTD-FORA       PIC 9(06) VALUE ZEROS.

      *    Quebras por cliente e por vendedor.
       01 WS-TAB-CLI.
           05 WS-TC-ENT OCCURS 2000 TIMES.
              10 WS-TC-COD        PIC 9(07).
              10 WS-TC-QTD        PIC 9(05).
              10 WS-TC-VALOR      PIC 9(11)V99.
              10 WS-TC-DIAS       PIC 9(05).

       77 WS-QTD-CLIS       PIC 9(04) VALUE ZEROS.

       01 WS-TAB-VEND.
           05 WS-TV-ENT OCCURS 2000 TIMES.
              10 WS-TV-COD        PIC 9(05).
              10 WS-TV-QTD        PIC 9(05).
              10 WS-TV-VALOR      PIC 9(11)V99.
              10 WS-TV-DIAS       PIC 9(05).

       77 WS-QTD-VENDS      PIC 9(04) VALUE ZEROS.

       77 WS-IDX            PIC 9(04) VALUE ZEROS.
       77 WS-IDX-ACHOU      PIC 9(04) VALUE ZEROS.
       77 WS-IDX-POS        PIC 9(04) VALUE ZEROS.
       77 WS-PROD-ANT       PIC 9(05) VALUE ZEROS.
       77 WS-QTDE-PROD      PIC 9(09)V99 VALUE ZEROS.
       77 WS-VLR-PROD       PIC 9(13)V99 VALUE ZEROS.

       77 WS-QTD-PEDIDOS    PIC 9(06) VALUE ZEROS.
       77 WS-QTD-ITENS      PIC 9(06) VALUE ZEROS.
       77 WS-VLR-PEND       PIC 9(13)V99 VALUE ZEROS.
       77 WS-TEM-ITEM-PED   PIC X(01) VALUE 'N'.
           88 PEDIDO-TEM-ITEM VALUE 'S'.

       77 WS-CTPAG          PIC 9(03) VALUE ZEROS.

       01 LINHA-CAB0.
           05 FILLER        PIC X(060) VALUE
           'PENDENCIAS DE ENTREGA POR PRODUTO, CLIENTE E VENDEDOR'.
           05 FILLER        PIC X(09) VALUE 'PAGINA : '.
           05 PAG-REL       PIC ZZ9.

       01 LINHA-SECAO-PRO.
           05 FILLER        PIC X(40) VALUE
           'PENDENCIAS POR PRODUTO'.

       01 LINHA-CAB-PRO.
           05 FILLER        PIC X(60) VALUE
           'PEDIDO    ORIGEM    CLIENTE  VEND.  DATA       DIAS'.
           05 FILLER        PIC X(40) VALUE
           '       QUANTIDADE             VALOR'.

       01 LINHA-SECAO-CLI.
           05 FILLER        PIC X(40) VALUE
           'QUEBRA POR CLIENTE'.

       01 LINHA-SECAO-VEN.
           05 FILLER        PIC X(40) VALUE
           'QUEBRA POR VENDEDOR'.

       01 LINHA-CAB-QUEBRA.
           05 FILLER        PIC X(60) VALUE
           'CODIGO   ITENS              VALOR  MAIOR IDADE (DIAS)'.

       01 LINHA-PRODUTO.
           05 FILLER        PIC X(09) VALUE 'PRODUTO: '.
           05 REL-PRO-COD   PIC 9(005).
           05 FILLER        PIC X(002)  VALUE SPACES.
           05 REL-PRO-DESC  PIC X(030).

       01 LINHA-DET-PEND.
           05 REL-PEN-PEDIDO PIC 9(008).
           05 FILLER        PIC X(002)  VALUE SPACES.
           05 REL-PEN-ORIG  PIC Z(007)9.
           05 FILLER        PIC X(002)  VALUE SPACES.
           05 REL-PEN-CODC  PIC 9(007).
           05 FILLER        PIC X(002)  VALUE SPACES.
           05 REL-PEN-CODV  PIC 9(005).
           05 FILLER        PIC X(002)  VALUE SPACES.
           05 REL-PEN-DATA  PIC 9(008).
           05 FILLER        PIC X(002)  VALUE SPACES.
           05 REL-PEN-DIAS  PIC ZZZZ9.
           05 FILLER        PIC X(002)  VALUE SPACES.
           05 REL-PEN-QTDE  PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER        PIC X(002)  VALUE SPACES.
           05 REL-PEN-VLR   PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       01 LINHA-SUB-PRO.
           05 FILLER        PIC X(51) VALUE
           '                                 TOTAL DO PRODUTO: '.
           05 REL-SUB-QTDE  PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER        PIC X(002)  VALUE SPACES.
           05 REL-SUB-VLR   PIC ZZZZ.ZZZ.ZZZ.ZZ9,99.

       01 LINHA-DET-QUEBRA.
           05 REL-QBR-COD   PIC 9(007).
           05 FILLER        PIC X(002)  VALUE SPACES.
           05 REL-QBR-QTD   PIC ZZZZ9.
           05 FILLER        PIC X(002)  VALUE SPACES.
           05 REL-QBR-VLR   PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER        PIC X(006)  VALUE SPACES.
           05 REL-QBR-DIAS  PIC ZZZZ9.

       01 LINHA-TOTAIS.
           05 FILLER        PIC X(15) VALUE 'PEDIDOS......: '.
           05 TOT-PED       PIC ZZZZZ9.
           05 FILLER        PIC X(10) VALUE '  ITENS: '.
           05 TOT-ITE       PIC ZZZZZ9.
           05 FILLER        PIC X(10) VALUE '  VALOR: '.
           05 TOT-VLR       PIC ZZZZ.ZZZ.ZZZ.ZZ9,99.

       01 LINHA-FORA.
           05 FILLER        PIC X(40) VALUE
           'ITENS FORA DO DETALHE (TABELA CHEIA).: '.
           05 TOT-FORA      PIC ZZZZZ9.

       01 LINHA-BRANCO      PIC X(100) VALUE SPACES.

       COPY LK_SPOOL.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM MONTA-CAMINHOS

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           PERFORM ABRIR-ARQUIVO

           MOVE LOW-VALUES TO PEDIDOS-PED
           START PEDIDOS KEY NOT LESS THAN PED-KEY
                 INVALID KEY
                    MOVE 10 TO PED-STAT
           END-START

           PERFORM ACUMULA-UM THRU ACUMULA-UM-SAI UNTIL FSPD-FIM-REG

           IF WS-QTD-ITENS = ZEROS
              MOVE 04 TO WS-RETCODE
              DISPLAY 'PROG142: NENHUMA PENDENCIA DE ENTREGA'
              PERFORM FINALIZA
           END-IF

           PERFORM IMP-CABEC

           WRITE RELPEND-REL FROM LINHA-SECAO-PRO AFTER 1
           WRITE RELPEND-REL FROM LINHA-BRANCO AFTER 1
           WRITE RELPEND-REL FROM LINHA-CAB-PRO AFTER 1
           MOVE ZEROS TO WS-PROD-ANT WS-QTDE-PROD WS-VLR-PROD
           PERFORM IMPRIME-PENDENCIA
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-QTD-PEND
           PERFORM FECHA-PRODUTO

           WRITE RELPEND-REL FROM LINHA-BRANCO AFTER 1
           WRITE RELPEND-REL FROM LINHA-SECAO-CLI AFTER 1
           WRITE RELPEND-REL FROM LINHA-BRANCO AFTER 1
           WRITE RELPEND-REL FROM LINHA-CAB-QUEBRA AFTER 1
           PERFORM IMPRIME-CLIENTE
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-QTD-CLIS

           WRITE RELPEND-REL FROM LINHA-BRANCO AFTER 1
           WRITE RELPEND-REL FROM LINHA-SECAO-VEN AFTER 1
           WRITE RELPEND-REL FROM LINHA-BRANCO AFTER 1
           WRITE RELPEND-REL FROM LINHA-CAB-QUEBRA AFTER 1
           PERFORM IMPRIME-VENDEDOR
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-QTD-VENDS

           PERFORM TOTAIS
           PERFORM FINALIZA
           .
       FIM-PROCES.
           EXIT.

      *-------------------------------------------------------------*
       ACUMULA-UM.
      *-------------------------------------------------------------*
           READ PEDIDOS NEXT AT END
                GO TO ACUMULA-UM-SAI
           END-READ

           IF NOT PED-FATURADO OR PED-NUM-FATURA NOT = ZEROS
              GO TO ACUMULA-UM-SAI
           END-IF

      *    Idade da pendencia: dias desde a data do pedido (o
      *    pendente herda a data do pedido de origem).
           MOVE ZEROS TO WS-DIAS
           IF PED-DATA > 16010101 AND PED-DATA < WS-DATA-HOJE
              COMPUTE WS-DIAS =
                      FUNCTION INTEGER-OF-DATE (WS-DATA-HOJE)
                    - FUNCTION INTEGER-OF-DATE (PED-DATA)
           END-IF

           MOVE 'N' TO WS-TEM-ITEM-PED
           IF ABRIU-PEDITEM
              MOVE PED-NUMERO TO ITE-PEDIDO
              MOVE ZEROS      TO ITE-SEQ
              START PEDITEM KEY NOT LESS THAN ITE-KEY
                    INVALID KEY
                       MOVE 10 TO ITE-STAT
              END-START
              PERFORM ACUMULA-UM-ITEM
                 THRU ACUMULA-UM-ITEM-SAI UNTIL FSI-FIM-REG
              MOVE ZEROS TO ITE-STAT
           END-IF

           IF PEDIDO-TEM-ITEM
              ADD 1 TO WS-QTD-PEDIDOS
           END-IF
           .
       ACUMULA-UM-SAI.
           EXIT.

      *-------------------------------------------------------------*
       ACUMULA-UM-ITEM.
      *-------------------------------------------------------------*
           READ PEDITEM NEXT AT END
                GO TO ACUMULA-UM-ITEM-SAI
           END-READ

           IF ITE-PEDIDO NOT = PED-NUMERO
              MOVE 10 TO ITE-STAT
              GO TO ACUMULA-UM-ITEM-SAI
           END-IF

           MOVE 'S' TO WS-TEM-ITEM-PED
           ADD 1 TO WS-QTD-ITENS
           COMPUTE WS-VLR-ITEM ROUNDED = ITE-QTDE * ITE-PRECO
           ADD WS-VLR-ITEM TO WS-VLR-PEND

           PERFORM INCLUI-PENDENCIA THRU INCLUI-PENDENCIA-FIM
           PERFORM ACUMULA-CLIENTE THRU ACUMULA-CLIENTE-FIM
           PERFORM ACUMULA-VENDEDOR THRU ACUMULA-VENDEDOR-FIM
           .
       ACUMULA-UM-ITEM-SAI.
           EXIT.

      *-------------------------------------------------------------*
       INCLUI-PENDENCIA.
      *-------------------------------------------------------------*
      *    Entra depois das pendencias do mesmo produto ou de
      *    produto menor; as seguintes descem uma posicao.
           IF WS-QTD-PEND = 3000
              ADD 1 TO WS-QTD-FORA
              GO TO INCLUI-PENDENCIA-FIM
           END-IF

           MOVE ZEROS TO WS-IDX-POS
           PERFORM PROCURA-POSICAO
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-QTD-PEND
                  OR WS-IDX-POS NOT = ZEROS
           IF WS-IDX-POS = ZEROS
              COMPUTE WS-IDX-POS = WS-QTD-PEND + 1
           END-IF

           PERFORM DESLOCA-PENDENCIA
               VARYING WS-IDX FROM WS-QTD-PEND BY -1
               UNTIL WS-IDX < WS-IDX-POS
           ADD 1 TO WS-QTD-PEND

           MOVE ITE-PROD        TO WS-PD-PROD   (WS-IDX-POS)
           MOVE PED-NUMERO      TO WS-PD-PEDIDO (WS-IDX-POS)
           MOVE PED-PEDIDO-ORIG TO WS-PD-ORIG   (WS-IDX-POS)
           MOVE PED-CODC        TO WS-PD-CODC   (WS-IDX-POS)
           MOVE PED-CODV        TO WS-PD-CODV   (WS-IDX-POS)
           MOVE PED-DATA        TO WS-PD-DATA   (WS-IDX-POS)
           MOVE WS-DIAS         TO WS-PD-DIAS   (WS-IDX-POS)
           MOVE ITE-QTDE        TO WS-PD-QTDE   (WS-IDX-POS)
           MOVE WS-VLR-ITEM     TO WS-PD-VALOR  (WS-IDX-POS)
           .
       INCLUI-PENDENCIA-FIM.
           EXIT.

      *-------------------------------------------------------------*
       PROCURA-POSICAO.
      *-------------------------------------------------------------*
           IF WS-PD-PROD (WS-IDX) > ITE-PROD
              MOVE WS-IDX TO WS-IDX-POS
           END-IF
           .
       PROCURA-POSICAO-FIM.
           EXIT.

      *-------------------------------------------------------------*
       DESLOCA-PENDENCIA.
      *-------------------------------------------------------------*
           MOVE WS-PD-ENT (WS-IDX) TO WS-PD-ENT (WS-IDX + 1)
           .
       DESLOCA-PENDENCIA-FIM.
           EXIT.

      *-------------------------------------------------------------*
       ACUMULA-CLIENTE.
      *-------------------------------------------------------------*
           MOVE ZEROS TO WS-IDX-ACHOU
           PERFORM PROCURA-CLIENTE
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-QTD-CLIS
                  OR WS-IDX-ACHOU NOT = ZEROS

           IF WS-IDX-ACHOU = ZEROS
              IF WS-QTD-CLIS = 2000
                 GO TO ACUMULA-CLIENTE-FIM
              END-IF
              ADD 1 TO WS-QTD-CLIS
              MOVE WS-QTD-CLIS  TO WS-IDX-ACHOU
              MOVE PED-CODC     TO WS-TC-COD (WS-IDX-ACHOU)
              MOVE ZEROS TO WS-TC-QTD   (WS-IDX-ACHOU)
                            WS-TC-VALOR (WS-IDX-ACHOU)
                            WS-TC-DIAS  (WS-IDX-ACHOU)
           END-IF

           ADD 1           TO WS-TC-QTD   (WS-IDX-ACHOU)
           ADD WS-VLR-ITEM TO WS-TC-VALOR (WS-IDX-ACHOU)
           IF WS-DIAS > WS-TC-DIAS (WS-IDX-ACHOU)
              MOVE WS-DIAS TO WS-TC-DIAS (WS-IDX-ACHOU)
           END-IF
           .
       ACUMULA-CLIENTE-FIM.
           EXIT.

      *-------------------------------------------------------------*
       PROCURA-CLIENTE.
      *-------------------------------------------------------------*
           IF WS-TC-COD (WS-IDX) = PED-CODC
              MOVE WS-IDX TO WS-IDX-ACHOU
           END-IF
           .
       PROCURA-CLIENTE-FIM.
           EXIT.

      *-------------------------------------------------------------*
       ACUMULA-VENDEDOR.
      *-------------------------------------------------------------*
           MOVE ZEROS TO WS-IDX-ACHOU
           PERFORM PROCURA-VENDEDOR
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-QTD-VENDS
                  OR WS-IDX-ACHOU NOT = ZEROS

           IF WS-IDX-ACHOU = ZEROS
              IF WS-QTD-VENDS = 2000
                 GO TO ACUMULA-VENDEDOR-FIM
              END-IF
              ADD 1 TO WS-QTD-VENDS
              MOVE WS-QTD-VENDS TO WS-IDX-ACHOU
              MOVE PED-CODV     TO WS-TV-COD (WS-IDX-ACHOU)
              MOVE ZEROS TO WS-TV-QTD   (WS-IDX-ACHOU)
                            WS-TV-VALOR (WS-IDX-ACHOU)
                            WS-TV-DIAS  (WS-IDX-ACHOU)
           END-IF

           ADD 1           TO WS-TV-QTD   (WS-IDX-ACHOU)
           ADD WS-VLR-ITEM TO WS-TV-VALOR (WS-IDX-ACHOU)
           IF WS-DIAS > WS-TV-DIAS (WS-IDX-ACHOU)
              MOVE WS-DIAS TO WS-TV-DIAS (WS-IDX-ACHOU)
           END-IF
           .
       ACUMULA-VENDEDOR-FIM.
           EXIT.

      *-------------------------------------------------------------*
       PROCURA-VENDEDOR.
      *-------------------------------------------------------------*
           IF WS-TV-COD (WS-IDX) = PED-CODV
              MOVE WS-IDX TO WS-IDX-ACHOU
           END-IF
           .
       PROCURA-VENDEDOR-FIM.
           EXIT.

      *-------------------------------------------------------------*
       IMPRIME-PENDENCIA.
      *-------------------------------------------------------------*
           IF WS-IDX = 1 OR WS-PD-PROD (WS-IDX) NOT = WS-PROD-ANT
              IF WS-IDX > 1
                 PERFORM FECHA-PRODUTO
              END-IF
              PERFORM ABRE-PRODUTO
           END-IF

           MOVE WS-PD-PEDIDO (WS-IDX) TO REL-PEN-PEDIDO
           MOVE WS-PD-ORIG   (WS-IDX) TO REL-PEN-ORIG
           MOVE WS-PD-CODC   (WS-IDX) TO REL-PEN-CODC
           MOVE WS-PD-CODV   (WS-IDX) TO REL-PEN-CODV
           MOVE WS-PD-DATA   (WS-IDX) TO REL-PEN-DATA
           MOVE WS-PD-DIAS   (WS-IDX) TO REL-PEN-DIAS
           MOVE WS-PD-QTDE   (WS-IDX) TO REL-PEN-QTDE
           MOVE WS-PD-VALOR  (WS-IDX) TO REL-PEN-VLR
           WRITE RELPEND-REL FROM LINHA-DET-PEND AFTER ADVANCING 1 LINE
               AT END-OF-PAGE
                  PERFORM IMP-CABEC
           END-WRITE

           ADD WS-PD-QTDE  (WS-IDX) TO WS-QTDE-PROD
           ADD WS-PD-VALOR (WS-IDX) TO WS-VLR-PROD
           .
       IMPRIME-PENDENCIA-FIM.
           EXIT.

      *-------------------------------------------------------------*
       ABRE-PRODUTO.
      *-------------------------------------------------------------*
           MOVE WS-PD-PROD (WS-IDX) TO WS-PROD-ANT REL-PRO-COD
           MOVE SPACES TO REL-PRO-DESC
           IF TEM-PRODUTO
              MOVE WS-PD-PROD (WS-IDX) TO PRO-COD
              READ PRODUTO
                   INVALID KEY
                      MOVE '(PRODUTO NAO CADASTRADO)'
                           TO REL-PRO-DESC
                   NOT INVALID KEY
                      MOVE PRO-DESCRICAO TO REL-PRO-DESC
              END-READ
           END-IF
           WRITE RELPEND-REL FROM LINHA-BRANCO AFTER 1
           WRITE RELPEND-REL FROM LINHA-PRODUTO AFTER ADVANCING 1 LINE
               AT END-OF-PAGE
                  PERFORM IMP-CABEC
           END-WRITE
           .
       ABRE-PRODUTO-FIM.
           EXIT.

      *-------------------------------------------------------------*
       FECHA-PRODUTO.
      *-------------------------------------------------------------*
           MOVE WS-QTDE-PROD TO REL-SUB-QTDE
           MOVE WS-VLR-PROD  TO REL-SUB-VLR
           WRITE RELPEND-REL FROM LINHA-SUB-PRO AFTER ADVANCING 1 LINE
               AT END-OF-PAGE
                  PERFORM IMP-CABEC
           END-WRITE
           MOVE ZEROS TO WS-QTDE-PROD WS-VLR-PROD
           .
       FECHA-PRODUTO-FIM.
           EXIT.

      *-------------------------------------------------------------*
       IMPRIME-CLIENTE.
      *-------------------------------------------------------------*
           MOVE WS-TC-COD   (WS-IDX) TO REL-QBR-COD
           MOVE WS-TC-QTD   (WS-IDX) TO REL-QBR-QTD
           MOVE WS-TC-VALOR (WS-IDX) TO REL-QBR-VLR
           MOVE WS-TC-DIAS  (WS-IDX) TO REL-QBR-DIAS
           WRITE RELPEND-REL FROM LINHA-DET-QUEBRA
                 AFTER ADVANCING 1 LINE
               AT END-OF-PAGE
                  PERFORM IMP-CABEC
           END-WRITE
           .
       IMPRIME-CLIENTE-FIM.
           EXIT.

      *-------------------------------------------------------------*
       IMPRIME-VENDEDOR.
      *-------------------------------------------------------------*
           MOVE WS-TV-COD   (WS-IDX) TO REL-QBR-COD
           MOVE WS-TV-QTD   (WS-IDX) TO REL-QBR-QTD
           MOVE WS-TV-VALOR (WS-IDX) TO REL-QBR-VLR
           MOVE WS-TV-DIAS  (WS-IDX) TO REL-QBR-DIAS
           WRITE RELPEND-REL FROM LINHA-DET-QUEBRA
                 AFTER ADVANCING 1 LINE
               AT END-OF-PAGE
                  PERFORM IMP-CABEC
           END-WRITE
           .
       IMPRIME-VENDEDOR-FIM.
           EXIT.

      *-------------------------------------------------------------*
       IMP-CABEC.
      *-------------------------------------------------------------*
           ADD  01              TO WS-CTPAG
           MOVE WS-CTPAG        TO PAG-REL
           WRITE RELPEND-REL  FROM LINHA-CAB0 AFTER ADVANCING PAGE
           WRITE RELPEND-REL  FROM LINHA-BRANCO AFTER ADVANCING 1
                 LINE
           .
       IMP-CABEC-FIM.
           EXIT.

      *-------------------------------------------------------------*
       TOTAIS.
      *-------------------------------------------------------------*
           MOVE WS-QTD-PEDIDOS TO TOT-PED
           MOVE WS-QTD-ITENS   TO TOT-ITE
           MOVE WS-VLR-PEND    TO TOT-VLR
           WRITE RELPEND-REL FROM LINHA-BRANCO AFTER 1
           WRITE RELPEND-REL FROM LINHA-TOTAIS AFTER 1
           IF WS-QTD-FORA NOT = ZEROS
              MOVE WS-QTD-FORA TO TOT-FORA
              WRITE RELPEND-REL FROM LINHA-FORA AFTER 1
           END-IF

           DISPLAY 'PENDENCIAS DE ENTREGA - ' LINHA-TOTAIS
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
                  'PEDIDOS.ARQ'                DELIMITED BY SIZE
             INTO WS-ARQ-PEDIDOS
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'PEDITEM.ARQ'                DELIMITED BY SIZE
             INTO WS-ARQ-PEDITEM
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'PRODUTO.ARQ'                DELIMITED BY SIZE
             INTO WS-ARQ-PRODUTO
           END-STRING

      *    O relatorio vai para o SPOOL\ com nome datado (PROG35) e
      *    entra no catalogo ao final.
           MOVE 'N'            TO LK-SPL-OPER
           MOVE 'PROG142'      TO LK-SPL-PROGRAMA
           MOVE 'REL-PEND.TXT' TO LK-SPL-SUFIXO
           CALL "PROG35" USING LK-SPOOL END-CALL
           MOVE LK-SPL-CAMINHO TO WS-ARQ-RELPEND
           .
       MONTA-CAMINHOS-FIM.
           EXIT.

      *-------------------------------------------------------------*
       ABRIR-ARQUIVO.
      *-------------------------------------------------------------*
           OPEN INPUT PEDIDOS
           IF FSPD-NAO-EXISTE
              DISPLAY 'ARQUIVO PEDIDOS NAO ENCONTRADO'
              MOVE 12 TO WS-RETCODE
              PERFORM FINALIZA
           END-IF

      *    Sem itens gravados nao ha pendencia a listar.
           OPEN INPUT PEDITEM
           IF NOT FSI-NAO-EXISTE
              SET ABRIU-PEDITEM TO TRUE
           END-IF

           SET TEM-PRODUTO TO TRUE
           OPEN INPUT PRODUTO
           IF FSPR-NAO-EXISTE
              SET SEM-PRODUTO TO TRUE
           END-IF

           OPEN OUTPUT RELPEND
           .
       ABRIR-ARQUIVO-FIM.
           EXIT.

      *-------------------------------------------------------------*
        FINALIZA.
      *-------------------------------------------------------------*
           CLOSE PEDIDOS RELPEND
           IF ABRIU-PEDITEM
              CLOSE PEDITEM
           END-IF
           IF TEM-PRODUTO
              CLOSE PRODUTO
           END-IF

           MOVE 'R'            TO LK-SPL-OPER
           MOVE 'PROG142'      TO LK-SPL-PROGRAMA
           MOVE SPACES         TO LK-SPL-PARAMS
           MOVE WS-QTD-ITENS   TO LK-SPL-QTDE
           MOVE WS-ARQ-RELPEND TO LK-SPL-CAMINHO
           CALL "PROG35" USING LK-SPOOL END-CALL

           MOVE WS-RETCODE TO RETURN-CODE
           GOBACK.
