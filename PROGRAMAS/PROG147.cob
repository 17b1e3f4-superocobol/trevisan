      ******************************************************************
      * Autor.....: Alexandre Trevisani (PROVA COBOL)
      * Data......: Julho/2019
      * Programa..: PROG147 - Ponto de Pedido e Sugestão de Compra
      * Chamadas..: PROG35 - Spool e Catalogo de Relatorios
      * Parametros: Linha de comando (opcional): numero de dias do
      *             historico de vendas usado na media diaria; em
      *             branco ou zero = 90 dias.
      * Observação: Para cada produto ativo com controle de reposicao
      *             (estoque minimo ou prazo de reposicao informados
      *             no PROG80), calcula a venda media diaria dos
      *             ultimos N dias pelos itens dos pedidos nao
      *             cancelados (PEDITEM.ARQ, pela data do pedido),
      *             liquida das devolucoes do periodo (DEVITEM.ARQ),
      *             e projeta a cobertura em dias do disponivel
      *             (PRO-SALDO menos PRO-RESERVADO, mais o saldo a
      *             receber das ordens de compra em aberto):
      *               ponto de pedido = estoque minimo
      *                               + media diaria x prazo
      *             Lista o produto cujo disponivel esta abaixo do
      *             ponto de pedido, ou seja, que vai furar o minimo
      *             antes de a reposicao chegar, com a quantidade
      *             sugerida (ponto de pedido menos disponivel,
      *             arredondada para cima no multiplo de compra).
      *             RUPTURA marca o produto cuja cobertura nao chega
      *             ao fim do prazo de reposicao. Roda sem tela, na
      *             cadeia noturna do PROG34; o relatorio vai para o
      *             spool do PROG35.
      * Cod.Retorno (RETURN-CODE):
      *             0 = processamento normal
      *             4 = nenhum produto a repor
      *            12 = arquivo ausente
      * Historico.:
      *   2026 mnt - Programa novo.
      *   2026 mnt - Disponivel soma o saldo a receber das ordens
      *              de compra em aberto (ORDCOMP/OCITEM).
      *   2026 mnt - Nome do relatorio no spool encurtado para
      *              caber nos 12 bytes de LK-SPL-SUFIXO.
      *   2026 mnt - Literais das linhas de total com o tamanho
      *              exato do campo (nao cortam o ultimo byte).
      ******************************************************************
       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         PROG147.
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

       SELECT DEVOLUCAO ASSIGN TO WS-ARQ-DEVOLUCAO
              ORGANIZATION         IS INDEXED
              ACCESS  MODE         IS DYNAMIC
              FILE STATUS          IS DEV-STAT
              ALTERNATE RECORD KEY IS DEV-CODV WITH DUPLICATES
              ALTERNATE RECORD KEY IS DEV-PEDIDO WITH DUPLICATES
              RECORD KEY           IS DEV-KEY.

       SELECT DEVITEM ASSIGN TO WS-ARQ-DEVITEM
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              FILE STATUS  IS DVI-STAT
              RECORD KEY   IS DVI-KEY.

       SELECT ORDCOMP ASSIGN TO WS-ARQ-ORDCOMP
              ORGANIZATION         IS INDEXED
              ACCESS MODE          IS DYNAMIC
              FILE STATUS          IS OCP-STAT
              ALTERNATE RECORD KEY IS OCP-FORN WITH DUPLICATES
              RECORD KEY           IS OCP-KEY.

       SELECT OCITEM ASSIGN TO WS-ARQ-OCITEM
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              FILE STATUS  IS OCI-STAT
              RECORD KEY   IS OCI-KEY.

       SELECT RELREP ASSIGN TO WS-ARQ-RELREP
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS  IS REL-STAT.

       DATA            DIVISION.
       FILE            SECTION.

       COPY FD_PRODUTO.

       COPY FD_PEDIDOS.

       COPY FD_PEDITEM.

       COPY FD_DEVOLUCAO.

       COPY FD_DEVITEM.

       COPY FD_ORDCOMP.

       COPY FD_OCITEM.

       FD RELREP
           LINAGE IS 55 LINES
           WITH FOOTING AT 51
           LINES AT TOP 3
           LINES AT BOTTOM 2.

       01 RELREP-REL.
          05 REL-IMP        PIC X(132).

       WORKING-STORAGE SECTION.

       77 WS-DIR-DADOS       PIC X(50) VALUE SPACES.
       77 WS-ARQ-PRODUTO     PIC X(70) VALUE SPACES.
       77 WS-ARQ-PEDIDOS     PIC X(70) VALUE SPACES.
       77 WS-ARQ-PEDITEM     PIC X(70) VALUE SPACES.
       77 WS-ARQ-DEVOLUCAO   PIC X(70) VALUE SPACES.
       77 WS-ARQ-DEVITEM     PIC X(70) VALUE SPACES.
       77 WS-ARQ-ORDCOMP     PIC X(70) VALUE SPACES.
       77 WS-ARQ-OCITEM      PIC X(70) VALUE SPACES.
       77 WS-ARQ-RELREP      PIC X(90) VALUE SPACES.

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

       77 DEV-STAT          PIC 9(02).
           88 FSD-OK        VALUE ZEROS.
           88 FSD-FIM-REG   VALUE 10.
           88 FSD-NAO-EXISTE VALUE 35.

       77 DVI-STAT          PIC 9(02).
           88 FSDI-OK       VALUE ZEROS.
           88 FSDI-FIM-REG  VALUE 10.
           88 FSDI-NAO-EXISTE VALUE 35.

       77 OCP-STAT          PIC 9(02).
           88 FSOC-OK       VALUE ZEROS.
           88 FSOC-FIM-REG  VALUE 10.
           88 FSOC-NAO-EXISTE VALUE 35.

       77 OCI-STAT          PIC 9(02).
           88 FSOI-OK       VALUE ZEROS.
           88 FSOI-FIM-REG  VALUE 10.
           88 FSOI-NAO-EXISTE VALUE 35.

       77 REL-STAT          PIC 9(02).
           88 FSR-OK        VALUE ZEROS.

       77 WS-TEM-PEDIDOS    PIC X(01) VALUE 'N'.
           88 TEM-PEDIDOS   VALUE 'S'.
           88 SEM-PEDIDOS   VALUE 'N'.

       77 WS-TEM-ITENS      PIC X(01) VALUE 'N'.
           88 TEM-ITENS     VALUE 'S'.
           88 SEM-ITENS     VALUE 'N'.

       77 WS-TEM-DEVOL      PIC X(01) VALUE 'N'.
           88 TEM-DEVOL     VALUE 'S'.
           88 SEM-DEVOL     VALUE 'N'.

       77 WS-TEM-DEVITEM    PIC X(01) VALUE 'N'.
           88 TEM-DEVITEM   VALUE 'S'.
           88 SEM-DEVITEM   VALUE 'N'.

       77 WS-TEM-ORDCOMP    PIC X(01) VALUE 'N'.
           88 TEM-ORDCOMP   VALUE 'S'.
           88 SEM-ORDCOMP   VALUE 'N'.

       77 WS-TEM-OCITEM     PIC X(01) VALUE 'N'.
           88 TEM-OCITEM    VALUE 'S'.
           88 SEM-OCITEM    VALUE 'N'.

       77 WS-PARM           PIC X(80) VALUE SPACES.
       77 WS-DIAS-HIST      PIC 9(03) VALUE ZEROS.

       77 WS-DATA-HOJE      PIC 9(08) VALUE ZEROS.
       77 WS-DATA-INI       PIC 9(08) VALUE ZEROS.

       77 WS-RETCODE        PIC 9(02) VALUE ZEROS.

      *    Venda liquida do periodo e saldo encomendado por produto.
       01 WS-TAB-VENDA.
           05 WS-TVD-ENT OCCURS 3000 TIMES.
              10 WS-TVD-PROD      PIC 9(05).
              10 WS-TVD-QTDE      PIC S9(09)V99.
              10 WS-TVD-ENCOM     PIC S9(09)V99.

       77 WS-QTD-PRODS      PIC 9(04) VALUE ZEROS.
       77 WS-QTD-ESTOUROU   PIC 9(06) VALUE ZEROS.

       77 WS-IDX            PIC 9(04) VALUE ZEROS.
       77 WS-IDX-ACHOU      PIC 9(04) VALUE ZEROS.

       77 WS-ITEM-PROD      PIC 9(05)     VALUE ZEROS.
       77 WS-ITEM-QTDE      PIC S9(09)V99 VALUE ZEROS.
       77 WS-ITEM-ENCOM     PIC S9(09)V99 VALUE ZEROS.

      *    Calculo da reposicao do produto corrente.
       77 WS-VENDA-PER      PIC S9(09)V99   VALUE ZEROS.
       77 WS-MEDIA-DIA      PIC S9(07)V9999 VALUE ZEROS.
       77 WS-DISPONIVEL     PIC S9(07)V99   VALUE ZEROS.
       77 WS-ENCOMENDADO    PIC S9(09)V99   VALUE ZEROS.
       77 WS-CONSUMO-PRAZO  PIC S9(09)V99   VALUE ZEROS.
       77 WS-PONTO-PEDIDO   PIC S9(09)V99   VALUE ZEROS.
       77 WS-COBERTURA      PIC S9(05)      VALUE ZEROS.
       77 WS-SUGESTAO       PIC S9(09)V99   VALUE ZEROS.
       77 WS-MULTIPLOS      PIC S9(09)      VALUE ZEROS.

       77 WS-QTD-LIDOS      PIC 9(06) VALUE ZEROS.
       77 WS-QTD-CONTROL    PIC 9(06) VALUE ZEROS.
       77 WS-QTD-REPOR      PIC 9(06) VALUE ZEROS.
       77 WS-QTD-RUPTURA    PIC 9(06) VALUE ZEROS.

       77 WS-CTPAG          PIC 9(03) VALUE ZEROS.

       01 LINHA-CAB0.
           05 FILLER        PIC X(060) VALUE
           'PONTO DE PEDIDO E SUGESTAO DE COMPRA'.
           05 FILLER        PIC X(09) VALUE 'PAGINA : '.
           05 PAG-REL       PIC ZZ9.

       01 LINHA-CAB1.
           05 FILLER        PIC X(09) VALUE 'DATA...: '.
           05 CAB-DATA-HOJE PIC 9(08).
           05 FILLER        PIC X(23) VALUE
              '   VENDAS A PARTIR DE: '.
           05 CAB-DATA-INI  PIC 9(08).
           05 FILLER        PIC X(03) VALUE ' ('.
           05 CAB-DIAS      PIC ZZ9.
           05 FILLER        PIC X(07) VALUE ' DIAS)'.

       01 LINHA-TIT1.
           05 FILLER        PIC X(60) VALUE
           'PROD. DESCRICAO                     DISPONIVEL  MEDIA/DIA'.
           05 FILLER        PIC X(60) VALUE
           '  COBERT. PRAZO  EST.MINIMO PONTO PEDIDO    SUGESTAO'.

       01 LINHA-DET.
           05 REL-PROD      PIC 9(05).
           05 FILLER        PIC X(01)  VALUE SPACES.
           05 REL-DESC      PIC X(25).
           05 FILLER        PIC X(01)  VALUE SPACES.
           05 REL-DISP      PIC -Z.ZZZ.ZZ9,99.
           05 FILLER        PIC X(01)  VALUE SPACES.
           05 REL-MEDIA     PIC ZZZ.ZZ9,99.
           05 FILLER        PIC X(01)  VALUE SPACES.
           05 REL-COBERT    PIC -ZZZ9.
           05 FILLER        PIC X(01)  VALUE SPACES.
           05 REL-PRAZO     PIC ZZ9.
           05 FILLER        PIC X(01)  VALUE SPACES.
           05 REL-MINIMO    PIC Z.ZZZ.ZZ9,99.
           05 FILLER        PIC X(01)  VALUE SPACES.
           05 REL-PONTO     PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER        PIC X(01)  VALUE SPACES.
           05 REL-SUGESTAO  PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER        PIC X(01)  VALUE SPACES.
           05 REL-RUPTURA   PIC X(07).

       01 LINHA-TOT1.
           05 FILLER        PIC X(30) VALUE
              'PRODUTOS LIDOS..............: '.
           05 TOT-LIDOS     PIC ZZZZZ9.

       01 LINHA-TOT2.
           05 FILLER        PIC X(30) VALUE
              'COM CONTROLE DE REPOSICAO...: '.
           05 TOT-CONTROL   PIC ZZZZZ9.

       01 LINHA-TOT3.
           05 FILLER        PIC X(30) VALUE
              'A REPOR.....................: '.
           05 TOT-REPOR     PIC ZZZZZ9.
           05 FILLER        PIC X(20) VALUE
              '   EM RUPTURA....: '.
           05 TOT-RUPTURA   PIC ZZZZZ9.

       01 LINHA-TOT4.
           05 FILLER        PIC X(51) VALUE
           '*** TABELA DE VENDAS CHEIA - PRODUTOS DESPREZADOS: '.
           05 TOT-ESTOUROU  PIC ZZZZZ9.

       01 LINHA-BRANCO      PIC X(100) VALUE SPACES.

       COPY LK_SPOOL.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM MONTA-CAMINHOS

           ACCEPT WS-PARM FROM COMMAND-LINE
           IF WS-PARM NOT = SPACES
              MOVE FUNCTION NUMVAL(WS-PARM) TO WS-DIAS-HIST
           END-IF
           IF WS-DIAS-HIST = ZEROS
              MOVE 90 TO WS-DIAS-HIST
           END-IF

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           COMPUTE WS-DATA-INI = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-DATA-HOJE)
                    - WS-DIAS-HIST + 1)

           PERFORM ABRIR-ARQUIVO

      *    Venda do periodo: itens dos pedidos nao cancelados, menos
      *    os itens devolvidos no periodo.
           IF TEM-PEDIDOS
              MOVE LOW-VALUES TO PED-KEY
              START PEDIDOS KEY NOT LESS THAN PED-KEY
                    INVALID KEY
                       MOVE 10 TO PED-STAT
              END-START
              PERFORM APURA-PEDIDO
                 THRU APURA-PEDIDO-SAI UNTIL FSPD-FIM-REG
           END-IF

           IF TEM-DEVOL
              MOVE LOW-VALUES TO DEV-KEY
              START DEVOLUCAO KEY NOT LESS THAN DEV-KEY
                    INVALID KEY
                       MOVE 10 TO DEV-STAT
              END-START
              PERFORM APURA-DEVOLUCAO
                 THRU APURA-DEVOLUCAO-SAI UNTIL FSD-FIM-REG
           END-IF

      *    Saldo a receber das ordens de compra abertas ou recebidas
      *    em parte: ja esta a caminho e entra no disponivel.
           IF TEM-ORDCOMP AND TEM-OCITEM
              MOVE LOW-VALUES TO OCP-KEY
              START ORDCOMP KEY NOT LESS THAN OCP-KEY
                    INVALID KEY
                       MOVE 10 TO OCP-STAT
              END-START
              PERFORM APURA-ORDEM
                 THRU APURA-ORDEM-SAI UNTIL FSOC-FIM-REG
           END-IF

           PERFORM IMP-CABEC

           MOVE LOW-VALUES TO PRO-KEY
           START PRODUTO KEY NOT LESS THAN PRO-KEY
                 INVALID KEY
                    MOVE 10 TO PRO-STAT
           END-START
           PERFORM AVALIA-PRODUTO
              THRU AVALIA-PRODUTO-SAI UNTIL FSPR-FIM-REG

           IF WS-QTD-REPOR = ZEROS
              MOVE 04 TO WS-RETCODE
              DISPLAY 'PROG147: NENHUM PRODUTO A REPOR'
           END-IF

           PERFORM TOTAIS
           PERFORM FINALIZA
           .
       FIM-PROCES.
           EXIT.

      *-------------------------------------------------------------*
       APURA-PEDIDO.
      *-------------------------------------------------------------*
           READ PEDIDOS NEXT AT END
                GO TO APURA-PEDIDO-SAI
           END-READ

           IF PED-CANCELADO
              GO TO APURA-PEDIDO-SAI
           END-IF

           IF PED-DATA < WS-DATA-INI OR PED-DATA > WS-DATA-HOJE
              GO TO APURA-PEDIDO-SAI
           END-IF

           IF SEM-ITENS
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
           MOVE ITE-QTDE TO WS-ITEM-QTDE
           MOVE ZEROS    TO WS-ITEM-ENCOM
           PERFORM ACUMULA-VENDA THRU ACUMULA-VENDA-FIM
           .
       APURA-ITEM-PEDIDO-SAI.
           EXIT.

      *-------------------------------------------------------------*
       APURA-DEVOLUCAO.
      *-------------------------------------------------------------*
           READ DEVOLUCAO NEXT AT END
                GO TO APURA-DEVOLUCAO-SAI
           END-READ

           IF DEV-DATA < WS-DATA-INI OR DEV-DATA > WS-DATA-HOJE
              GO TO APURA-DEVOLUCAO-SAI
           END-IF

           IF SEM-DEVITEM
              GO TO APURA-DEVOLUCAO-SAI
           END-IF

           MOVE DEV-NUMERO TO DVI-NUMERO
           MOVE ZEROS      TO DVI-SEQ
           START DEVITEM KEY NOT LESS THAN DVI-KEY
                 INVALID KEY
                    MOVE 10 TO DVI-STAT
           END-START
           PERFORM APURA-ITEM-DEVOL
              THRU APURA-ITEM-DEVOL-SAI UNTIL FSDI-FIM-REG
           MOVE ZEROS TO DVI-STAT
           .
       APURA-DEVOLUCAO-SAI.
           EXIT.

      *-------------------------------------------------------------*
       APURA-ITEM-DEVOL.
      *-------------------------------------------------------------*
           READ DEVITEM NEXT AT END
                GO TO APURA-ITEM-DEVOL-SAI
           END-READ

           IF DVI-NUMERO NOT = DEV-NUMERO
              MOVE 10 TO DVI-STAT
              GO TO APURA-ITEM-DEVOL-SAI
           END-IF

           MOVE DVI-PROD TO WS-ITEM-PROD
           COMPUTE WS-ITEM-QTDE = ZEROS - DVI-QTDE
           MOVE ZEROS    TO WS-ITEM-ENCOM
           PERFORM ACUMULA-VENDA THRU ACUMULA-VENDA-FIM
           .
       APURA-ITEM-DEVOL-SAI.
           EXIT.

      *-------------------------------------------------------------*
       APURA-ORDEM.
      *-------------------------------------------------------------*
           READ ORDCOMP NEXT AT END
                GO TO APURA-ORDEM-SAI
           END-READ

           IF NOT OCP-PENDENTE
              GO TO APURA-ORDEM-SAI
           END-IF

           MOVE OCP-NUMERO TO OCI-NUMERO
           MOVE ZEROS      TO OCI-SEQ
           START OCITEM KEY NOT LESS THAN OCI-KEY
                 INVALID KEY
                    MOVE 10 TO OCI-STAT
           END-START
           PERFORM APURA-ITEM-ORDEM
              THRU APURA-ITEM-ORDEM-SAI UNTIL FSOI-FIM-REG
           MOVE ZEROS TO OCI-STAT
           .
       APURA-ORDEM-SAI.
           EXIT.

      *-------------------------------------------------------------*
       APURA-ITEM-ORDEM.
      *-------------------------------------------------------------*
           READ OCITEM NEXT AT END
                GO TO APURA-ITEM-ORDEM-SAI
           END-READ

           IF OCI-NUMERO NOT = OCP-NUMERO
              MOVE 10 TO OCI-STAT
              GO TO APURA-ITEM-ORDEM-SAI
           END-IF

           IF OCI-QTDE-RECEB NOT < OCI-QTDE
              GO TO APURA-ITEM-ORDEM-SAI
           END-IF

           MOVE OCI-PROD TO WS-ITEM-PROD
           MOVE ZEROS    TO WS-ITEM-QTDE
           COMPUTE WS-ITEM-ENCOM = OCI-QTDE - OCI-QTDE-RECEB
           PERFORM ACUMULA-VENDA THRU ACUMULA-VENDA-FIM
           .
       APURA-ITEM-ORDEM-SAI.
           EXIT.

      *-------------------------------------------------------------*
       ACUMULA-VENDA.
      *-------------------------------------------------------------*
           PERFORM LOCALIZA-VENDA

           IF WS-IDX-ACHOU = ZEROS
              IF WS-QTD-PRODS = 3000
                 ADD 1 TO WS-QTD-ESTOUROU
                 GO TO ACUMULA-VENDA-FIM
              END-IF
              ADD 1 TO WS-QTD-PRODS
              MOVE WS-QTD-PRODS TO WS-IDX-ACHOU
              MOVE WS-ITEM-PROD TO WS-TVD-PROD (WS-IDX-ACHOU)
              MOVE ZEROS        TO WS-TVD-QTDE (WS-IDX-ACHOU)
                                   WS-TVD-ENCOM (WS-IDX-ACHOU)
           END-IF

           ADD WS-ITEM-QTDE  TO WS-TVD-QTDE (WS-IDX-ACHOU)
           ADD WS-ITEM-ENCOM TO WS-TVD-ENCOM (WS-IDX-ACHOU)
           .
       ACUMULA-VENDA-FIM.
           EXIT.

      *-------------------------------------------------------------*
       LOCALIZA-VENDA.
      *-------------------------------------------------------------*
           MOVE ZEROS TO WS-IDX-ACHOU
           PERFORM PROCURA-VENDA
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-QTD-PRODS
                  OR WS-IDX-ACHOU NOT = ZEROS
           .
       LOCALIZA-VENDA-FIM.
           EXIT.

      *-------------------------------------------------------------*
       PROCURA-VENDA.
      *-------------------------------------------------------------*
           IF WS-TVD-PROD (WS-IDX) = WS-ITEM-PROD
              MOVE WS-IDX TO WS-IDX-ACHOU
           END-IF
           .
       PROCURA-VENDA-FIM.
           EXIT.

      *-------------------------------------------------------------*
       AVALIA-PRODUTO.
      *-------------------------------------------------------------*
           READ PRODUTO NEXT AT END
                GO TO AVALIA-PRODUTO-SAI
           END-READ

           ADD 1 TO WS-QTD-LIDOS

           IF NOT PRO-ATIVO
              GO TO AVALIA-PRODUTO-SAI
           END-IF

      *    Produto cadastrado antes do controle de reposicao (campos
      *    com espacos) ou sem minimo e sem prazo: fora da sugestao.
           IF PRO-ESTOQUE-MIN NOT NUMERIC
              MOVE ZEROS TO PRO-ESTOQUE-MIN
           END-IF
           IF PRO-PRAZO-REPOS NOT NUMERIC
              MOVE ZEROS TO PRO-PRAZO-REPOS
           END-IF
           IF PRO-MULT-COMPRA NOT NUMERIC
              MOVE ZEROS TO PRO-MULT-COMPRA
           END-IF
           IF PRO-RESERVADO NOT NUMERIC
              MOVE ZEROS TO PRO-RESERVADO
           END-IF
           IF PRO-ESTOQUE-MIN = ZEROS AND PRO-PRAZO-REPOS = ZEROS
              GO TO AVALIA-PRODUTO-SAI
           END-IF

           ADD 1 TO WS-QTD-CONTROL

           MOVE PRO-COD TO WS-ITEM-PROD
           PERFORM LOCALIZA-VENDA
           MOVE ZEROS TO WS-VENDA-PER WS-ENCOMENDADO
           IF WS-IDX-ACHOU NOT = ZEROS
              MOVE WS-TVD-QTDE (WS-IDX-ACHOU)  TO WS-VENDA-PER
              MOVE WS-TVD-ENCOM (WS-IDX-ACHOU) TO WS-ENCOMENDADO
           END-IF
           IF WS-VENDA-PER < ZEROS
              MOVE ZEROS TO WS-VENDA-PER
           END-IF

           COMPUTE WS-MEDIA-DIA ROUNDED = WS-VENDA-PER / WS-DIAS-HIST
           COMPUTE WS-DISPONIVEL = PRO-SALDO - PRO-RESERVADO
                                 + WS-ENCOMENDADO
           COMPUTE WS-CONSUMO-PRAZO ROUNDED =
                   WS-MEDIA-DIA * PRO-PRAZO-REPOS
           COMPUTE WS-PONTO-PEDIDO = PRO-ESTOQUE-MIN + WS-CONSUMO-PRAZO

           IF WS-DISPONIVEL NOT < WS-PONTO-PEDIDO
              GO TO AVALIA-PRODUTO-SAI
           END-IF

      *    Cobertura em dias do disponivel; sem venda no periodo a
      *    cobertura fica no maximo.
           IF WS-DISPONIVEL NOT > ZEROS
              MOVE ZEROS TO WS-COBERTURA
           ELSE
              IF WS-MEDIA-DIA = ZEROS
                 MOVE 9999 TO WS-COBERTURA
              ELSE
                 COMPUTE WS-COBERTURA = WS-DISPONIVEL / WS-MEDIA-DIA
                     ON SIZE ERROR
                        MOVE 9999 TO WS-COBERTURA
                 END-COMPUTE
              END-IF
           END-IF

      *    Sugestao: o que falta para o ponto de pedido, arredondado
      *    para cima no multiplo de compra do produto.
           COMPUTE WS-SUGESTAO = WS-PONTO-PEDIDO - WS-DISPONIVEL
           IF PRO-MULT-COMPRA NOT = ZEROS
              COMPUTE WS-MULTIPLOS = WS-SUGESTAO / PRO-MULT-COMPRA
              IF WS-MULTIPLOS * PRO-MULT-COMPRA < WS-SUGESTAO
                 ADD 1 TO WS-MULTIPLOS
              END-IF
              COMPUTE WS-SUGESTAO = WS-MULTIPLOS * PRO-MULT-COMPRA
           END-IF

           ADD 1 TO WS-QTD-REPOR
           MOVE PRO-COD          TO REL-PROD
           MOVE PRO-DESCRICAO    TO REL-DESC
           MOVE WS-DISPONIVEL    TO REL-DISP
           MOVE WS-MEDIA-DIA     TO REL-MEDIA
           MOVE WS-COBERTURA     TO REL-COBERT
           MOVE PRO-PRAZO-REPOS  TO REL-PRAZO
           MOVE PRO-ESTOQUE-MIN  TO REL-MINIMO
           MOVE WS-PONTO-PEDIDO  TO REL-PONTO
           MOVE WS-SUGESTAO      TO REL-SUGESTAO
           MOVE SPACES           TO REL-RUPTURA
           IF WS-COBERTURA < PRO-PRAZO-REPOS OR WS-DISPONIVEL
              NOT > ZEROS
              MOVE 'RUPTURA' TO REL-RUPTURA
              ADD 1 TO WS-QTD-RUPTURA
           END-IF

           WRITE RELREP-REL FROM LINHA-DET AFTER ADVANCING 1 LINE
               AT END-OF-PAGE
                  PERFORM IMP-CABEC
           END-WRITE
           .
       AVALIA-PRODUTO-SAI.
           EXIT.

      *-------------------------------------------------------------*
       IMP-CABEC.
      *-------------------------------------------------------------*
           ADD  01              TO WS-CTPAG
           MOVE WS-CTPAG        TO PAG-REL
           MOVE WS-DATA-HOJE    TO CAB-DATA-HOJE
           MOVE WS-DATA-INI     TO CAB-DATA-INI
           MOVE WS-DIAS-HIST    TO CAB-DIAS
           WRITE RELREP-REL   FROM LINHA-CAB0 AFTER ADVANCING PAGE
           WRITE RELREP-REL   FROM LINHA-CAB1 AFTER ADVANCING 1 LINE
           WRITE RELREP-REL   FROM LINHA-BRANCO AFTER ADVANCING 1
                 LINE
           WRITE RELREP-REL   FROM LINHA-TIT1 AFTER ADVANCING 1 LINE
           WRITE RELREP-REL   FROM LINHA-BRANCO AFTER ADVANCING 1
                 LINE
           .
       IMP-CABEC-FIM.
           EXIT.

      *-------------------------------------------------------------*
       TOTAIS.
      *-------------------------------------------------------------*
           MOVE WS-QTD-LIDOS    TO TOT-LIDOS
           MOVE WS-QTD-CONTROL  TO TOT-CONTROL
           MOVE WS-QTD-REPOR    TO TOT-REPOR
           MOVE WS-QTD-RUPTURA  TO TOT-RUPTURA

           WRITE RELREP-REL FROM LINHA-BRANCO AFTER 1
           WRITE RELREP-REL FROM LINHA-TOT1 AFTER 1
           WRITE RELREP-REL FROM LINHA-TOT2 AFTER 1
           WRITE RELREP-REL FROM LINHA-TOT3 AFTER 1
           IF WS-QTD-ESTOUROU NOT = ZEROS
              MOVE WS-QTD-ESTOUROU TO TOT-ESTOUROU
              WRITE RELREP-REL FROM LINHA-TOT4 AFTER 1
           END-IF

           DISPLAY 'SUGESTAO DE COMPRA - ' LINHA-TOT3
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
                  'DEVOLUCAO.ARQ'              DELIMITED BY SIZE
             INTO WS-ARQ-DEVOLUCAO
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'DEVITEM.ARQ'                DELIMITED BY SIZE
             INTO WS-ARQ-DEVITEM
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'ORDCOMP.ARQ'                DELIMITED BY SIZE
             INTO WS-ARQ-ORDCOMP
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'OCITEM.ARQ'                 DELIMITED BY SIZE
             INTO WS-ARQ-OCITEM
           END-STRING

      *    O relatorio vai para o SPOOL\ com nome datado (PROG35) e
      *    entra no catalogo ao final.
           MOVE 'N'            TO LK-SPL-OPER
           MOVE 'PROG147'      TO LK-SPL-PROGRAMA
           MOVE 'REL-REPO.TXT' TO LK-SPL-SUFIXO
           CALL "PROG35" USING LK-SPOOL END-CALL
           MOVE LK-SPL-CAMINHO TO WS-ARQ-RELREP
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

           SET TEM-DEVOL TO TRUE
           OPEN INPUT DEVOLUCAO
           IF FSD-NAO-EXISTE
              SET SEM-DEVOL TO TRUE
           END-IF

           SET TEM-DEVITEM TO TRUE
           OPEN INPUT DEVITEM
           IF FSDI-NAO-EXISTE
              SET SEM-DEVITEM TO TRUE
           END-IF

           SET TEM-ORDCOMP TO TRUE
           OPEN INPUT ORDCOMP
           IF FSOC-NAO-EXISTE
              SET SEM-ORDCOMP TO TRUE
           END-IF

           SET TEM-OCITEM TO TRUE
           OPEN INPUT OCITEM
           IF FSOI-NAO-EXISTE
              SET SEM-OCITEM TO TRUE
           END-IF

           OPEN OUTPUT RELREP
           .
       ABRIR-ARQUIVO-FIM.
           EXIT.

      *-------------------------------------------------------------*
       FINALIZA.
      *-------------------------------------------------------------*
           CLOSE PRODUTO RELREP
           IF TEM-PEDIDOS
              CLOSE PEDIDOS
           END-IF
           IF TEM-ITENS
              CLOSE PEDITEM
           END-IF
           IF TEM-DEVOL
              CLOSE DEVOLUCAO
           END-IF
           IF TEM-DEVITEM
              CLOSE DEVITEM
           END-IF
           IF TEM-ORDCOMP
              CLOSE ORDCOMP
           END-IF
           IF TEM-OCITEM
              CLOSE OCITEM
           END-IF

           MOVE 'R'            TO LK-SPL-OPER
           MOVE 'PROG147'      TO LK-SPL-PROGRAMA
           MOVE WS-DIAS-HIST   TO LK-SPL-PARAMS
           MOVE WS-QTD-REPOR   TO LK-SPL-QTDE
           MOVE WS-ARQ-RELREP  TO LK-SPL-CAMINHO
           CALL "PROG35" USING LK-SPOOL END-CALL

           MOVE WS-RETCODE TO RETURN-CODE
           GOBACK.
