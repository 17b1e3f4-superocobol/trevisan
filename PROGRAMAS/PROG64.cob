      * Autor.....: Alexandre Trevisani (PROVA COBOL)
      * Data......: Julho/2019
      * Programa..: PROG64 - Rodada de Faturamento dos Pedidos
      * Chamadas..: PROG40 - Alocacao do Proximo Codigo Livre (tipo F
      *                      e tipo P no pedido pendente)
      *             PROG41 - Leitura dos Parametros Gerais
      *             PROG35 - Spool e Catalogo de Relatorios
      *             PROG58 - Identificador de Execucao
      *             PROG10 - Tratamento de erros de FILE-STATUS
      *             PROG102 - Agregados de Pedidos (PEDSUM)
      *             PROG140 - Reserva de Estoque do Pedido
      *             PROG153 - Saldo de Estoque por Deposito
      *             PROG162 - Saldo de Estoque por Lote e Validade
      * Observação: Varre PEDIDOS.ARQ e, para cada pedido PED-FATURADO
      *             ainda sem fatura (PED-NUM-FATURA = ZEROS), aloca o
      *             numero pelo PROG40 (tipo 'F'), grava FATURA.ARQ
      *             (emissao hoje, vencimento pelo prazo de pagamento
      *             PAR-PRAZO-PAGTO de PARAM.ARQ, situacao 'A') e
      *             carimba o numero de volta no pedido. Pedido com
      *             condicao de pagamento (CONDPAG.ARQ) gera uma
      *             fatura por parcela. As faturas
      *             emitidas saem impressas (uma por pagina) no spool
      *             do PROG35, prontas para envio. Roda sem tela, na
      *             cadeia noturna do PROG34.
      *             Os impostos (ICMS, IPI, PIS e COFINS) sao
      *             calculados por item com as aliquotas de
      *             ALIQTRIB.ARQ e gravados na fatura.
      *             Com PAR-FAT-PARCIAL = 'S' so sai o que ha em
      *             estoque: o saldo dos itens em falta vira um
      *             pedido pendente de entrega (novo pedido 'F' com
      *             PED-PEDIDO-ORIG, mesmo preco), faturado por uma
      *             rodada seguinte quando o estoque chegar (PROG81).
      *             Pedido sem nada em estoque fica como esta.
      *             Produto com controle de lote sai dos lotes de
      *             menor validade ainda nao vencidos (PROG162); os
      *             lotes de cada item ficam em FATLOTE.ARQ com o
      *             cliente e saem impressos no fim da fatura.
      * Cod.Retorno (RETURN-CODE):
      *             0 = processamento normal
      *             4 = nenhum pedido a faturar
      *              carregando o numero da fatura como documento.
      *              Pedido sem itens fatura normalmente, sem tocar
      *              o estoque.
      *   2026 mnt - Campos de cancelamento da fatura (PROG123)
      *              nascem zerados na emissao.
      *   2026 mnt - Condicao de pagamento do pedido (CONDPAG.ARQ):
      *              uma fatura por prazo da condicao, com numero
      *              proprio, vencimento contado da emissao e valor
      *              dividido igualmente (a ultima parcela leva a
      *              diferenca dos centavos); FAT-PARCELA/FAT-QTD-PARC
      *              identificam a parcela. Pedido sem condicao, ou
      *              com condicao nao encontrada, sai em parcela unica
      *              no prazo padrao. PED-NUM-FATURA e o documento
      *              do estoque ficam com a primeira parcela.
      *   2026 mnt - Impostos da fatura: ICMS, IPI, PIS e COFINS por
      *              item, com aliquota de ALIQTRIB.ARQ pela UF do
      *              emitente, UF do cliente e NCM do produto (linha
      *              geral NCM zeros na falta), vigente na emissao, e
      *              incidencia pelo perfil tributario do produto.
      *              Gravados em FAT-VLR-* (divididos entre as
      *              parcelas) e impressos na fatura. Montagem dos
      *              caminhos de PEDITEM, PRODUTO e ESTMOV, que
      *              ficavam em branco e desligavam a baixa de estoque.
      *   2026 mnt - Fatura nova gravada com a NF-e a gerar
      *              (FAT-NFE-SITUACAO em branco) para o PROG138.
      *   2026 mnt - Pedido faturado libera a reserva de estoque dos
      *              itens (PROG140) depois da baixa.
      *   2026 mnt - Faturamento parcial (PAR-FAT-PARCIAL = 'S'): so
      *              sai o que ha em estoque; a falta vira pedido
      *              pendente 'F' (PED-PEDIDO-ORIG, mesmo preco e
      *              data) com a reserva, faturado numa rodada
      *              seguinte. PEDITEM aberto em I-O.
      *   2026 mnt - A baixa do item congela em ITE-CUSTO o custo
      *              medio do produto, gravado tambem no movimento
      *              de saida (margem bruta no PROG146).
      *   2026 mnt - Baixa e conferencia do faturamento parcial no
      *              deposito que atende o cliente (CLI-DEPOSITO,
      *              saldo de ESTDEP.ARQ pelo PROG153); movimento de
      *              saida carrega o deposito em EMV-DEP.
      *              WS-ITE-ORIGINAL acompanhou PEDITEM (X(48)).
      *   2026 mnt - Fatura nova nasce com a entrega pendente
      *              (FAT-ENT-...), preenchida pelo retorno de
      *              entrega do PROG158.
      *   2026 mnt - Produto com controle de lote: baixa pelos lotes
      *              de menor validade nao vencidos (PROG162), um
      *              movimento por lote, rastreio lote x cliente em
      *              FATLOTE.ARQ e lotes impressos na fatura.
      *   2026 mnt - WS-ITE-ORIGINAL acompanhou PEDITEM (X(57),
      *              ITE-DESC-PROMO).
      *   2026 mnt - WS-PED-ORIGINAL acompanhou o registro de
      *              PEDIDOS (PED-OPER-DIGIT/APROV, X(125)); o
      *              pedido pendente herda os operadores do original.
      *   2026 mnt - WS-PED-ORIGINAL acompanhou o registro de
      *              PEDIDOS (PED-PEDIDO-CLI, X(145)); o pendente
      *              de entrega leva o pedido de compra do cliente.
      ******************************************************************
       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         PROG64.
              FILE STATUS  IS EMV-STAT
              RECORD KEY   IS EMV-KEY.

       SELECT FATLOTE ASSIGN TO WS-ARQ-FATLOTE
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS RANDOM
              FILE STATUS  IS FTL-STAT
              RECORD KEY   IS FTL-KEY.

       SELECT CONDPAG ASSIGN TO WS-ARQ-CONDPAG
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS RANDOM
              FILE STATUS  IS CPG-STAT
              RECORD KEY   IS CPG-KEY.

       SELECT ALIQTRIB ASSIGN TO WS-ARQ-ALIQTRIB
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              FILE STATUS  IS ALQ-STAT
              RECORD KEY   IS ALQ-KEY.

       SELECT RELFAT ASSIGN TO WS-ARQ-RELFAT
              ORGANIZATION         IS LINE SEQUENTIAL
              FILE STATUS          IS REL-STAT.

       COPY FD_ESTMOV.

       COPY FD_FATLOTE.

       COPY FD_CONDPAG.

       COPY FD_ALIQTRIB.

       FD RELFAT
           LINAGE IS 55 LINES
           WITH FOOTING AT 51
       77 WS-ARQ-PEDITEM     PIC X(70) VALUE SPACES.
       77 WS-ARQ-PRODUTO     PIC X(70) VALUE SPACES.
       77 WS-ARQ-ESTMOV      PIC X(70) VALUE SPACES.
       77 WS-ARQ-FATLOTE     PIC X(70) VALUE SPACES.
       77 WS-ARQ-CONDPAG     PIC X(70) VALUE SPACES.
       77 WS-ARQ-ALIQTRIB    PIC X(70) VALUE SPACES.

       77 PED-STAT          PIC 9(02).
           88 FSP-OK        VALUE ZEROS.
           88 FSE-OK        VALUE ZEROS.
           88 FSE-NAO-EXISTE VALUE 35.

       77 FTL-STAT          PIC 9(02).
           88 FSL-OK        VALUE ZEROS.
           88 FSL-NAO-EXISTE VALUE 35.

      *    Itens/produtos podem nem existir (pedido so de valor):
      *    sem os arquivos o faturamento nao toca o estoque.
       77 WS-TEM-ESTOQUE    PIC X(01) VALUE 'N'.
           88 TEM-ESTOQUE   VALUE 'S'.
           88 SEM-ESTOQUE   VALUE 'N'.

       77 CPG-STAT          PIC 9(02).
           88 FSCPG-OK      VALUE ZEROS.
           88 FSCPG-NAO-EXISTE VALUE 35.

      *    Sem a tabela de condicoes todo pedido sai em parcela unica.
       77 WS-TEM-CONDPAG    PIC X(01) VALUE 'N'.
           88 TEM-CONDPAG   VALUE 'S'.
           88 SEM-CONDPAG   VALUE 'N'.

       77 ALQ-STAT          PIC 9(02).
           88 FSA-OK        VALUE ZEROS.
           88 FSA-NAO-EXISTE VALUE 35.

      *    Sem a tabela de aliquotas (ou sem a UF do emitente em
      *    PARAM.ARQ) a fatura sai sem impostos.
       77 WS-TEM-ALIQTRIB   PIC X(01) VALUE 'N'.
           88 TEM-ALIQTRIB  VALUE 'S'.
           88 SEM-ALIQTRIB  VALUE 'N'.

       77 WS-PROX-SEQ-EMV   PIC 9(08) VALUE ZEROS.

      *    Saida do item corrente: um movimento por lote consumido
      *    (produto com controle de lote), mais o que saiu sem lote.
       77 WS-QTDE-BAIXA     PIC 9(07)V99 VALUE ZEROS.
       77 WS-LOTE-BAIXA     PIC X(15) VALUE SPACES.
       77 WS-VALIDADE-BAIXA PIC 9(08) VALUE ZEROS.
       77 WS-IDL            PIC 9(02) VALUE ZEROS.
       77 WS-SEQ-FTL        PIC 9(02) VALUE ZEROS.
       77 WS-CAB-LOTE       PIC X(01) VALUE 'N'.
           88 CAB-LOTE-FEITO VALUE 'S'.

      *    Faturamento parcial (PAR-FAT-PARCIAL): quanto de cada item
      *    sai agora, com o estoque ja comprometido por itens
      *    anteriores do mesmo pedido (mesmo produto em dois itens).
       77 WS-FAT-PARCIAL    PIC X(01) VALUE 'N'.
           88 FATURA-PARCIAL VALUE 'S'.

       01 WS-TAB-USO.
           05 WS-USO-ENT OCCURS 200 TIMES.
              10 WS-USO-PROD     PIC 9(05).
              10 WS-USO-QTDE     PIC 9(07)V99.

       77 WS-QTD-USO        PIC 9(03) VALUE ZEROS.
       77 WS-IDX-USO        PIC 9(03) VALUE ZEROS.
       77 WS-IDX-USO-ACHOU  PIC 9(03) VALUE ZEROS.
       77 WS-QTDE-LIVRE     PIC S9(07)V99 VALUE ZEROS.
      *    Deposito que atende o cliente do pedido (ZEROS = o
      *    principal, resolvido pelo PROG153).
       77 WS-DEP-FATURA     PIC 9(03) VALUE ZEROS.
       77 WS-QTDE-ENTREGA   PIC 9(07)V99 VALUE ZEROS.
       77 WS-QTDE-PENDENTE  PIC 9(07)V99 VALUE ZEROS.
       77 WS-VLR-ITENS-TOT  PIC 9(11)V99 VALUE ZEROS.
       77 WS-VLR-ITENS-FAT  PIC 9(11)V99 VALUE ZEROS.
       77 WS-VLR-FATURAR    PIC 9(09)V99 VALUE ZEROS.
       77 WS-QTD-ITE-FALTA  PIC 9(03) VALUE ZEROS.
       77 WS-QTD-ITE-ENTREGA PIC 9(03) VALUE ZEROS.
       77 WS-NUM-ORIGINAL   PIC 9(08) VALUE ZEROS.
       77 WS-PED-PENDENTE   PIC 9(08) VALUE ZEROS.
       77 WS-TENTATIVA      PIC 9(02) VALUE ZEROS.
       77 WS-QTD-DESMEMBRADOS PIC 9(06) VALUE ZEROS.
       77 WS-QTD-AGUARDANDO PIC 9(06) VALUE ZEROS.

       01 WS-PED-ORIGINAL   PIC X(145) VALUE SPACES.
       01 WS-ITE-ORIGINAL   PIC X(57)  VALUE SPACES.

       77 WS-RETCODE        PIC 9(02) VALUE ZEROS.

       77 WS-DATA-HOJE      PIC 9(08) VALUE ZEROS.
       77 WS-DIAS-HOJE      PIC 9(08) VALUE ZEROS.
       77 WS-PRAZO-PAGTO    PIC 9(03) VALUE 30.

      *    Parcelas da fatura do pedido corrente.
       77 WS-QTD-PARC       PIC 9(02) VALUE ZEROS.
       77 WS-PARC           PIC 9(02) VALUE ZEROS.
       77 WS-VLR-PARCELA    PIC 9(09)V99 VALUE ZEROS.
       77 WS-VLR-ACUM       PIC 9(09)V99 VALUE ZEROS.
       77 WS-PRIMEIRA-FAT   PIC 9(08) VALUE ZEROS.

       01 WS-PRAZOS-PARC.
           05 WS-DIAS-PARC  PIC 9(03) OCCURS 6 TIMES.

      *    Impostos do pedido corrente (somados item a item) e o ja
      *    distribuido nas parcelas emitidas.
       01 WS-IMPOSTOS-PED.
           05 WS-IMP-BASE   PIC 9(09)V99.
           05 WS-IMP-ICMS   PIC 9(09)V99.
           05 WS-IMP-IPI    PIC 9(09)V99.
           05 WS-IMP-PIS    PIC 9(09)V99.
           05 WS-IMP-COFINS PIC 9(09)V99.

       01 WS-IMPOSTOS-ACUM.
           05 WS-ACUM-ICMS  PIC 9(09)V99.
           05 WS-ACUM-IPI   PIC 9(09)V99.
           05 WS-ACUM-PIS   PIC 9(09)V99.
           05 WS-ACUM-COFINS PIC 9(09)V99.

       77 WS-UF-ORIGEM      PIC X(02) VALUE SPACES.
       77 WS-UF-DESTINO     PIC X(02) VALUE SPACES.
       77 WS-NCM-BUSCA      PIC 9(08) VALUE ZEROS.
       77 WS-VLR-ITEM       PIC 9(09)V99 VALUE ZEROS.
       77 WS-VLR-IMPOSTO    PIC 9(09)V99 VALUE ZEROS.

       77 WS-PERFIL-TRIB    PIC X(01) VALUE SPACE.
           88 PERF-TRIBUTADO VALUES ARE 'T' SPACE.
           88 PERF-REVENDA   VALUE 'R'.
           88 PERF-SUBST-TRIB VALUE 'S'.
           88 PERF-ISENTO    VALUE 'I'.

       77 WS-ACHOU-ALIQ     PIC X(01) VALUE 'N'.
           88 ACHOU-ALIQ    VALUE 'S'.
           88 SEM-ALIQ      VALUE 'N'.

       77 WS-QTD-SEM-ALIQ   PIC 9(06) VALUE ZEROS.
       77 WS-TOT-ICMS       PIC 9(13)V99 VALUE ZEROS.
       77 WS-TOT-IPI        PIC 9(13)V99 VALUE ZEROS.
       77 WS-TOT-PIS        PIC 9(13)V99 VALUE ZEROS.
       77 WS-TOT-COFINS     PIC 9(13)V99 VALUE ZEROS.

       77 WS-QTD-LIDOS      PIC 9(06) VALUE ZEROS.
       77 WS-QTD-FATURADAS  PIC 9(06) VALUE ZEROS.
       77 WS-VLR-FATURADO   PIC 9(13)V99 VALUE ZEROS.
           05 FILLER        PIC X(11) VALUE 'VALOR R$..:'.
           05 FILLER        PIC X(01) VALUE SPACES.
           05 FAT-REL-VALOR PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER        PIC X(13) VALUE '  PARCELA : '.
           05 FAT-REL-PARCELA PIC Z9.
           05 FILLER        PIC X(01) VALUE '/'.
           05 FAT-REL-QTD-PARC PIC 99.

       01 LINHA-FAT-IMP-1.
           05 FILLER        PIC X(11) VALUE 'ICMS R$...:'.
           05 FILLER        PIC X(01) VALUE SPACES.
           05 FAT-REL-ICMS  PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER        PIC X(13) VALUE '  IPI R$...: '.
           05 FAT-REL-IPI   PIC ZZZ.ZZZ.ZZ9,99.

       01 LINHA-FAT-IMP-2.
           05 FILLER        PIC X(11) VALUE 'PIS R$....:'.
           05 FILLER        PIC X(01) VALUE SPACES.
           05 FAT-REL-PIS   PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER        PIC X(13) VALUE '  COFINS R$: '.
           05 FAT-REL-COFINS PIC ZZZ.ZZZ.ZZ9,99.

       01 LINHA-FAT-PEND.
           05 FILLER        PIC X(45) VALUE
           'SALDO NAO ENTREGUE SEGUE NO PEDIDO PENDENTE: '.
           05 FAT-REL-PEND  PIC 9(08).

       01 LINHA-FAT-LOTE-CAB.
           05 FILLER        PIC X(50) VALUE
           'LOTES ENTREGUES'.

       01 LINHA-FAT-LOTE-TIT.
           05 FILLER        PIC X(40) VALUE
           'PROD. DESCRICAO            LOTE'.
           05 FILLER        PIC X(40) VALUE
           '            VALIDADE      QUANTIDADE'.

       01 LINHA-FAT-LOTE.
           05 FAT-REL-LT-PROD PIC 9(05).
           05 FILLER        PIC X(01) VALUE SPACES.
           05 FAT-REL-LT-DESC PIC X(20).
           05 FILLER        PIC X(01) VALUE SPACES.
           05 FAT-REL-LT-LOTE PIC X(15).
           05 FILLER        PIC X(01) VALUE SPACES.
           05 FAT-REL-LT-VALID PIC X(10).
           05 FILLER        PIC X(01) VALUE SPACES.
           05 FAT-REL-LT-QTDE PIC Z.ZZZ.ZZ9,99.

       01 LINHA-FAT-IMP-OBS.
           05 FILLER        PIC X(50) VALUE
           'IMPOSTOS INCLUSOS NO VALOR DA FATURA'.

       01 LINHA-TOTAIS.
           05 FILLER        PIC X(16) VALUE 'PEDIDOS LIDOS: '.
           05 FILLER        PIC X(17) VALUE '  VALOR TOTAL: '.
           05 TOT-VALOR     PIC ZZZZ.ZZZ.ZZZ.ZZ9,99.

       01 LINHA-TOTAIS-IMP.
           05 FILLER        PIC X(07) VALUE 'ICMS: '.
           05 TOT-ICMS      PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER        PIC X(07) VALUE '  IPI: '.
           05 TOT-IPI       PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER        PIC X(07) VALUE '  PIS: '.
           05 TOT-PIS       PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER        PIC X(10) VALUE '  COFINS: '.
           05 TOT-COFINS    PIC ZZZ.ZZZ.ZZZ.ZZ9,99.

       01 LINHA-BRANCO      PIC X(80) VALUE SPACES.

      *    Conversao de data para o calculo do vencimento.

       COPY LK_DIAUTIL.

       COPY LK_RESERVA.

       COPY LK_PEDSUM.

       COPY LK_ESTDEP.

       COPY LK_LOTE.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM MONTA-CAMINHOS
           IF LK-PAR-PRAZO-PAGTO NOT = ZEROS
              MOVE LK-PAR-PRAZO-PAGTO TO WS-PRAZO-PAGTO
           END-IF
           MOVE LK-PAR-UF-EMITENTE TO WS-UF-ORIGEM
           MOVE LK-PAR-FAT-PARCIAL TO WS-FAT-PARCIAL

           PERFORM ABRIR-ARQUIVO


      *-------------------------------------------------------------*
       EMITE-FATURA.
      *-------------------------------------------------------------*
      *    Faturamento parcial: com item em falta, o que ha em
      *    estoque fatura agora e o resto vai para um pedido
      *    pendente; sem nada em estoque o pedido espera inteiro.
           MOVE ZEROS TO WS-PED-PENDENTE
           PERFORM ACHA-DEPOSITO THRU ACHA-DEPOSITO-FIM
           IF FATURA-PARCIAL AND TEM-ESTOQUE
              PERFORM APURA-ENTREGA THRU APURA-ENTREGA-FIM
              IF WS-QTD-ITE-FALTA NOT = ZEROS
                 IF WS-QTD-ITE-ENTREGA = ZEROS
                    ADD 1 TO WS-QTD-AGUARDANDO
                    GO TO EMITE-FATURA-FIM
                 END-IF
                 PERFORM DESMEMBRA-PEDIDO THRU DESMEMBRA-PEDIDO-FIM
              END-IF
           END-IF

      *    Parcela unica no prazo padrao, a menos que o pedido traga
      *    uma condicao de pagamento cadastrada com prazos.
           MOVE 1              TO WS-QTD-PARC
           MOVE ZEROS          TO WS-PRAZOS-PARC
           MOVE WS-PRAZO-PAGTO TO WS-DIAS-PARC (1)
           IF PED-COND-PAGTO NOT = SPACES AND TEM-CONDPAG
              MOVE PED-COND-PAGTO TO CPG-COD
              READ CONDPAG
                   INVALID KEY
                      DISPLAY 'PROG64: PEDIDO ' PED-NUMERO
                              ' CONDICAO ' PED-COND-PAGTO
                              ' NAO CADASTRADA - PARCELA UNICA'
                   NOT INVALID KEY
                      IF CPG-QTD-PARC > ZEROS AND CPG-QTD-PARC < 7
                         MOVE CPG-QTD-PARC TO WS-QTD-PARC
                         MOVE CPG-PRAZOS   TO WS-PRAZOS-PARC
                      END-IF
              END-READ
           END-IF

           PERFORM CALCULA-IMPOSTOS THRU CALCULA-IMPOSTOS-FIM

           COMPUTE WS-VLR-PARCELA = PED-VALOR / WS-QTD-PARC
           MOVE ZEROS TO WS-VLR-ACUM WS-PRIMEIRA-FAT
           MOVE ZEROS TO WS-IMPOSTOS-ACUM

           PERFORM EMITE-PARCELA THRU EMITE-PARCELA-FIM
              VARYING WS-PARC FROM 1 BY 1
                UNTIL WS-PARC > WS-QTD-PARC

      *    Carimba o numero da (primeira) fatura de volta no pedido,
      *    para a proxima rodada nao refaturar o mesmo pedido.
           MOVE WS-PRIMEIRA-FAT TO PED-NUM-FATURA
           REWRITE PEDIDOS-PED
               INVALID KEY
                   MOVE 'EMITE-FATURA'                    TO LK-PAR
                   MOVE 'REWRITE'                         TO LK-CMD
                   MOVE 'PEDIDOS'                         TO LK-ARQ
                   MOVE PED-STAT                          TO LK-STA
                   PERFORM ERRO-FILE-STATUS
                   MOVE 12 TO WS-RETCODE
                   PERFORM FINALIZA
           END-REWRITE

           IF TEM-ESTOQUE
              MOVE 'N' TO WS-CAB-LOTE
              PERFORM BAIXA-ESTOQUE THRU BAIXA-ESTOQUE-FIM
           END-IF

      *    Faturado (com fatura carimbada) deixa de reservar: a
      *    quantidade saiu do saldo na baixa acima.
           MOVE PED-NUMERO TO LK-RES-PEDIDO
           CALL "PROG140" USING LK-RESERVA END-CALL
           .
       EMITE-FATURA-FIM.
           EXIT.

      *-------------------------------------------------------------*
       ACHA-DEPOSITO.
      *-------------------------------------------------------------*
      *    O estoque sai do deposito que atende o cliente; cliente
      *    nao achado ou sem deposito fica o principal.
           MOVE ZEROS TO WS-DEP-FATURA
           MOVE PED-CODC TO CLI-COD
           READ CLIENTES KEY IS CLI-COD
                INVALID KEY
                   GO TO ACHA-DEPOSITO-FIM
           END-READ
           IF CLI-DEPOSITO NUMERIC
              MOVE CLI-DEPOSITO TO WS-DEP-FATURA
           END-IF
           .
       ACHA-DEPOSITO-FIM.
           EXIT.

      *-------------------------------------------------------------*
       APURA-ENTREGA.
      *-------------------------------------------------------------*
      *    Quanto de cada item ha em estoque e o valor dos itens,
      *    inteiro e so do que sai agora. Nada e' gravado aqui.
           MOVE ZEROS TO WS-QTD-USO WS-VLR-ITENS-TOT WS-VLR-ITENS-FAT
                         WS-QTD-ITE-FALTA WS-QTD-ITE-ENTREGA
           MOVE PED-NUMERO TO ITE-PEDIDO
           MOVE ZEROS      TO ITE-SEQ
           START PEDITEM KEY NOT LESS THAN ITE-KEY
                 INVALID KEY
                    MOVE 10 TO ITE-STAT
           END-START
           PERFORM APURA-UM-ITEM
              THRU APURA-UM-ITEM-SAI UNTIL FSI-FIM-REG
           MOVE ZEROS TO ITE-STAT
           .
       APURA-ENTREGA-FIM.
           EXIT.

      *-------------------------------------------------------------*
       APURA-UM-ITEM.
      *-------------------------------------------------------------*
           READ PEDITEM NEXT AT END
                GO TO APURA-UM-ITEM-SAI
           END-READ

           IF ITE-PEDIDO NOT = PED-NUMERO
              MOVE 10 TO ITE-STAT
              GO TO APURA-UM-ITEM-SAI
           END-IF

           PERFORM CALCULA-ENTREGA THRU CALCULA-ENTREGA-FIM

           COMPUTE WS-VLR-ITEM ROUNDED = ITE-QTDE * ITE-PRECO
           ADD WS-VLR-ITEM TO WS-VLR-ITENS-TOT
           COMPUTE WS-VLR-ITEM ROUNDED = WS-QTDE-ENTREGA * ITE-PRECO
           ADD WS-VLR-ITEM TO WS-VLR-ITENS-FAT

           IF WS-QTDE-ENTREGA < ITE-QTDE
              ADD 1 TO WS-QTD-ITE-FALTA
           END-IF
           IF WS-QTDE-ENTREGA > ZEROS
              ADD 1 TO WS-QTD-ITE-ENTREGA
           END-IF
           .
       APURA-UM-ITEM-SAI.
           EXIT.

      *-------------------------------------------------------------*
       CALCULA-ENTREGA.
      *-------------------------------------------------------------*
      *    WS-QTDE-ENTREGA = quanto do item corrente sai: o saldo do
      *    produto no deposito do cliente (PROG153) menos o ja
      *    comprometido por itens anteriores do pedido, limitado a
      *    quantidade do item. Produto fora do
      *    cadastro sai inteiro (nao ha estoque a baixar); tabela
      *    de produtos do pedido cheia segura o item inteiro.
           MOVE ITE-QTDE TO WS-QTDE-ENTREGA
           MOVE ITE-PROD TO PRO-COD
           READ PRODUTO
                INVALID KEY
                   GO TO CALCULA-ENTREGA-FIM
           END-READ

           MOVE ZEROS TO WS-IDX-USO-ACHOU
           PERFORM PROCURA-USO
               VARYING WS-IDX-USO FROM 1 BY 1
               UNTIL WS-IDX-USO > WS-QTD-USO
                  OR WS-IDX-USO-ACHOU NOT = ZEROS

           IF WS-IDX-USO-ACHOU = ZEROS
              IF WS-QTD-USO = 200
                 MOVE ZEROS TO WS-QTDE-ENTREGA
                 GO TO CALCULA-ENTREGA-FIM
              END-IF
              ADD 1 TO WS-QTD-USO
              MOVE WS-QTD-USO TO WS-IDX-USO-ACHOU
              MOVE ITE-PROD   TO WS-USO-PROD (WS-IDX-USO-ACHOU)
              MOVE ZEROS      TO WS-USO-QTDE (WS-IDX-USO-ACHOU)
           END-IF

           SET LK-EDP-OP-CONSULTA TO TRUE
           MOVE ITE-PROD      TO LK-EDP-PROD
           MOVE WS-DEP-FATURA TO LK-EDP-DEP
           MOVE ZEROS         TO LK-EDP-QTDE
           CALL "PROG153" USING LK-ESTDEP END-CALL
           IF NOT LK-EDP-OK AND NOT LK-EDP-INATIVO
              MOVE ZEROS TO LK-EDP-SALDO
           END-IF

           COMPUTE WS-QTDE-LIVRE =
                   LK-EDP-SALDO - WS-USO-QTDE (WS-IDX-USO-ACHOU)
           IF WS-QTDE-LIVRE NOT > ZEROS
              MOVE ZEROS TO WS-QTDE-ENTREGA
           ELSE
              IF WS-QTDE-LIVRE < ITE-QTDE
                 MOVE WS-QTDE-LIVRE TO WS-QTDE-ENTREGA
              END-IF
           END-IF

           ADD WS-QTDE-ENTREGA TO WS-USO-QTDE (WS-IDX-USO-ACHOU)
           .
       CALCULA-ENTREGA-FIM.
           EXIT.

      *-------------------------------------------------------------*
       PROCURA-USO.
      *-------------------------------------------------------------*
           IF WS-USO-PROD (WS-IDX-USO) = ITE-PROD
              MOVE WS-IDX-USO TO WS-IDX-USO-ACHOU
           END-IF
           .
       PROCURA-USO-FIM.
           EXIT.

      *-------------------------------------------------------------*
       DESMEMBRA-PEDIDO.
      *-------------------------------------------------------------*
      *    O pedido fica com o que sai agora e o valor na proporcao
      *    dos itens entregues (desconto do cabecalho proporcional);
      *    o resto vai para um pedido pendente 'F', com a mesma data
      *    (a idade da pendencia conta do pedido), o mesmo cliente,
      *    vendedor e condicao, e PED-PEDIDO-ORIG apontando para o
      *    pedido de origem (o primeiro, em pendencia de pendencia).
           IF WS-VLR-ITENS-TOT = ZEROS
              MOVE PED-VALOR TO WS-VLR-FATURAR
           ELSE
              COMPUTE WS-VLR-FATURAR ROUNDED =
                      PED-VALOR * WS-VLR-ITENS-FAT / WS-VLR-ITENS-TOT
           END-IF
           MOVE PEDIDOS-PED TO WS-PED-ORIGINAL
           MOVE PED-NUMERO  TO WS-NUM-ORIGINAL

      *    Numero novo pelo PROG40 (tipo 'P'); numero ja digitado no
      *    PROG22 da chave duplicada e tenta o seguinte.
           MOVE ZEROS TO WS-TENTATIVA
           PERFORM GRAVA-PEDIDO-PENDENTE
              THRU GRAVA-PEDIDO-PENDENTE-FIM
              UNTIL WS-PED-PENDENTE NOT = ZEROS OR WS-TENTATIVA = 10

           MOVE WS-PED-ORIGINAL TO PEDIDOS-PED
           IF WS-PED-PENDENTE = ZEROS
              DISPLAY 'PROG64: FALHA NA GRAVACAO DO PEDIDO PENDENTE'
                      ' DO PEDIDO ' PED-NUMERO
              MOVE 12 TO WS-RETCODE
              PERFORM FINALIZA
           END-IF

      *    Agregados: o pedido de origem troca de valor.
           MOVE '-' TO LK-PSM-OPER
           PERFORM AJUSTA-PEDSUM
           MOVE WS-VLR-FATURAR TO PED-VALOR
           MOVE '+' TO LK-PSM-OPER
           PERFORM AJUSTA-PEDSUM

           REWRITE PEDIDOS-PED
               INVALID KEY
                   MOVE 'DESMEMBRA-PEDIDO'                TO LK-PAR
                   MOVE 'REWRITE'                         TO LK-CMD
                   MOVE 'PEDIDOS'                         TO LK-ARQ
                   MOVE PED-STAT                          TO LK-STA
                   PERFORM ERRO-FILE-STATUS
                   MOVE 12 TO WS-RETCODE
                   PERFORM FINALIZA
           END-REWRITE

      *    Itens: a falta de cada um passa para o pedido pendente.
           MOVE ZEROS TO WS-QTD-USO
           MOVE WS-NUM-ORIGINAL TO ITE-PEDIDO
           MOVE ZEROS           TO ITE-SEQ
           START PEDITEM KEY NOT LESS THAN ITE-KEY
                 INVALID KEY
                    MOVE 10 TO ITE-STAT
           END-START
           PERFORM DESMEMBRA-UM-ITEM
              THRU DESMEMBRA-UM-ITEM-SAI UNTIL FSI-FIM-REG
           MOVE ZEROS TO ITE-STAT

      *    O pendente reserva o estoque que falta (PROG140).
           MOVE WS-PED-PENDENTE TO LK-RES-PEDIDO
           CALL "PROG140" USING LK-RESERVA END-CALL

      *    A varredura do PEDIDOS segue do pedido de origem.
           START PEDIDOS KEY GREATER THAN PED-KEY
                 INVALID KEY
                    MOVE 10 TO PED-STAT
           END-START

           ADD 1 TO WS-QTD-DESMEMBRADOS
           DISPLAY 'PROG64: PEDIDO ' WS-NUM-ORIGINAL
                   ' FATURADO EM PARTE - PENDENTE NO PEDIDO '
                   WS-PED-PENDENTE
           .
       DESMEMBRA-PEDIDO-FIM.
           EXIT.

      *-------------------------------------------------------------*
       GRAVA-PEDIDO-PENDENTE.
      *-------------------------------------------------------------*
           ADD 1 TO WS-TENTATIVA
           SET LK-SEQ-PEDIDO TO TRUE
           CALL "PROG40" USING LK-SEQUENCIA END-CALL
           IF NOT LK-SEQ-OK
              MOVE 10 TO WS-TENTATIVA
              GO TO GRAVA-PEDIDO-PENDENTE-FIM
           END-IF

           MOVE WS-PED-ORIGINAL TO PEDIDOS-PED
           MOVE LK-SEQ-NUMERO   TO PED-NUMERO
           COMPUTE PED-VALOR = PED-VALOR - WS-VLR-FATURAR
           MOVE ZEROS           TO PED-NUM-FATURA
           MOVE SPACES          TO PED-SIT-CONTAB
           IF PED-PEDIDO-ORIG = ZEROS
              MOVE WS-NUM-ORIGINAL TO PED-PEDIDO-ORIG
           END-IF
           WRITE PEDIDOS-PED
                 INVALID KEY
                    GO TO GRAVA-PEDIDO-PENDENTE-FIM
           END-WRITE

           MOVE PED-NUMERO TO WS-PED-PENDENTE
           MOVE '+' TO LK-PSM-OPER
           PERFORM AJUSTA-PEDSUM
           .
       GRAVA-PEDIDO-PENDENTE-FIM.
           EXIT.

      *-------------------------------------------------------------*
       DESMEMBRA-UM-ITEM.
      *-------------------------------------------------------------*
           READ PEDITEM NEXT AT END
                GO TO DESMEMBRA-UM-ITEM-SAI
           END-READ

           IF ITE-PEDIDO NOT = WS-NUM-ORIGINAL
              MOVE 10 TO ITE-STAT
              GO TO DESMEMBRA-UM-ITEM-SAI
           END-IF

           PERFORM CALCULA-ENTREGA THRU CALCULA-ENTREGA-FIM
           IF WS-QTDE-ENTREGA NOT < ITE-QTDE
              GO TO DESMEMBRA-UM-ITEM-SAI
           END-IF

           COMPUTE WS-QTDE-PENDENTE = ITE-QTDE - WS-QTDE-ENTREGA
           MOVE PEDITEM-ITE TO WS-ITE-ORIGINAL

      *    A quantidade que sai do pedido leva a reserva junto; o
      *    pedido pendente reserva de novo pelo PROG140.
           IF ITE-COM-RESERVA
              MOVE ITE-PROD TO PRO-COD
              READ PRODUTO
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      IF PRO-RESERVADO NOT NUMERIC
                         MOVE ZEROS TO PRO-RESERVADO
                      END-IF
                      IF PRO-RESERVADO > WS-QTDE-PENDENTE
                         SUBTRACT WS-QTDE-PENDENTE FROM PRO-RESERVADO
                      ELSE
                         MOVE ZEROS TO PRO-RESERVADO
                      END-IF
                      REWRITE PRODUTO-PRO END-REWRITE
              END-READ
              IF ITE-DEPOSITO NOT NUMERIC
                 MOVE ZEROS TO ITE-DEPOSITO
              END-IF
              SET LK-EDP-OP-RESERVA TO TRUE
              MOVE ITE-PROD     TO LK-EDP-PROD
              MOVE ITE-DEPOSITO TO LK-EDP-DEP
              COMPUTE LK-EDP-QTDE = WS-QTDE-PENDENTE * -1
              CALL "PROG153" USING LK-ESTDEP END-CALL
           END-IF

      *    Item do pendente: mesma sequencia, produto e preco.
           MOVE WS-PED-PENDENTE  TO ITE-PEDIDO
           MOVE WS-QTDE-PENDENTE TO ITE-QTDE
           MOVE 'N'              TO ITE-RESERVADO
           MOVE ZEROS            TO ITE-DEPOSITO
           WRITE PEDITEM-ITE
                 INVALID KEY
                    CONTINUE
           END-WRITE

      *    Item de origem fica com o entregue; sem nada, sai.
           MOVE WS-ITE-ORIGINAL TO PEDITEM-ITE
           IF WS-QTDE-ENTREGA = ZEROS
              DELETE PEDITEM
                  INVALID KEY
                     CONTINUE
              END-DELETE
           ELSE
              MOVE WS-QTDE-ENTREGA TO ITE-QTDE
              REWRITE PEDITEM-ITE
                  INVALID KEY
                     CONTINUE
              END-REWRITE
           END-IF

      *    Reposiciona depois das gravacoes no mesmo arquivo.
           MOVE WS-ITE-ORIGINAL TO PEDITEM-ITE
           START PEDITEM KEY GREATER THAN ITE-KEY
                 INVALID KEY
                    MOVE 10 TO ITE-STAT
           END-START
           .
       DESMEMBRA-UM-ITEM-SAI.
           EXIT.

      *-------------------------------------------------------------*
       AJUSTA-PEDSUM.
      *-------------------------------------------------------------*
      *    Agregado do pedido do registro corrente (LK-PSM-OPER ja
      *    vem com '+' ou '-').
           MOVE PED-CODV       TO LK-PSM-CODV
           MOVE PED-DATA (1:6) TO LK-PSM-ANOMES
           MOVE PED-SITUACAO   TO LK-PSM-SIT
           MOVE PED-VALOR      TO LK-PSM-VALOR
           CALL "PROG102" USING LK-PEDSUM END-CALL
           .
       AJUSTA-PEDSUM-FIM.
           EXIT.

      *-------------------------------------------------------------*
       EMITE-PARCELA.
      *-------------------------------------------------------------*
           SET LK-SEQ-FATURA TO TRUE
           CALL "PROG40" USING LK-SEQUENCIA END-CALL
           END-IF

           MOVE LK-SEQ-NUMERO  TO FAT-NUMERO
           IF WS-PARC = 1
              MOVE FAT-NUMERO  TO WS-PRIMEIRA-FAT
           END-IF
           MOVE PED-CODC       TO FAT-CODC
           MOVE PED-NUMERO     TO FAT-PEDIDO
           MOVE WS-DATA-HOJE   TO FAT-EMISSAO
           COMPUTE WS-DATA-VENCTO =
                   FUNCTION DATE-OF-INTEGER
                            (WS-DIAS-HOJE + WS-DIAS-PARC (WS-PARC))
      *    Vencimento em fim de semana ou feriado bancario rola para
      *    o proximo dia util.
           MOVE 'P'            TO LK-DU-OPER
              MOVE LK-DU-DATA-UTIL TO WS-DATA-VENCTO
           END-IF
           MOVE WS-DATA-VENCTO TO FAT-VENCTO
      *    A ultima parcela fecha o valor do pedido (centavos).
           IF WS-PARC = WS-QTD-PARC
              COMPUTE FAT-VALOR = PED-VALOR - WS-VLR-ACUM
           ELSE
              MOVE WS-VLR-PARCELA TO FAT-VALOR
           END-IF
           ADD FAT-VALOR       TO WS-VLR-ACUM
           MOVE 'A'            TO FAT-SITUACAO
           MOVE ZEROS          TO FAT-VALOR-PAGO
           MOVE ZEROS          TO FAT-DT-ULT-PAGTO
      *    Fatura nova ainda nao foi a remessa bancaria (PROG86
      *    pula fatura com data de remessa diferente de zeros).
           MOVE ZEROS          TO FAT-DT-REMESSA
           MOVE ZEROS          TO FAT-DT-CANC
           MOVE SPACES         TO FAT-MOT-CANC FAT-OPER-CANC
           MOVE WS-PARC        TO FAT-PARCELA
           MOVE WS-QTD-PARC    TO FAT-QTD-PARC
      *    NF-e a gerar pelo PROG138, que numera o pedido na serie.
           MOVE ZEROS          TO FAT-NFE-SERIE FAT-NFE-NUMERO
                                  FAT-NFE-DT-AUTOR FAT-NFE-CSTAT
           MOVE SPACES         TO FAT-NFE-SITUACAO FAT-NFE-CHAVE
                                  FAT-NFE-PROTOCOLO FAT-NFE-MOTIVO
      *    Entrega pendente ate o retorno da transportadora (PROG158).
           MOVE ZEROS          TO FAT-ENT-DATA
           MOVE SPACES         TO FAT-ENT-SITUACAO FAT-ENT-RECEBEDOR
                                  FAT-ENT-MOTIVO
      *    Impostos divididos como o valor: a ultima parcela leva a
      *    diferenca.
           IF WS-PARC = WS-QTD-PARC
              COMPUTE FAT-VLR-ICMS   = WS-IMP-ICMS   - WS-ACUM-ICMS
              COMPUTE FAT-VLR-IPI    = WS-IMP-IPI    - WS-ACUM-IPI
              COMPUTE FAT-VLR-PIS    = WS-IMP-PIS    - WS-ACUM-PIS
              COMPUTE FAT-VLR-COFINS = WS-IMP-COFINS - WS-ACUM-COFINS
           ELSE
              COMPUTE FAT-VLR-ICMS   = WS-IMP-ICMS   / WS-QTD-PARC
              COMPUTE FAT-VLR-IPI    = WS-IMP-IPI    / WS-QTD-PARC
              COMPUTE FAT-VLR-PIS    = WS-IMP-PIS    / WS-QTD-PARC
              COMPUTE FAT-VLR-COFINS = WS-IMP-COFINS / WS-QTD-PARC
           END-IF
           ADD FAT-VLR-ICMS    TO WS-ACUM-ICMS
           ADD FAT-VLR-IPI     TO WS-ACUM-IPI
           ADD FAT-VLR-PIS     TO WS-ACUM-PIS
           ADD FAT-VLR-COFINS  TO WS-ACUM-COFINS

           WRITE FATURA-FAT
                 INVALID KEY
                   MOVE 'EMITE-PARCELA'                   TO LK-PAR
                   MOVE 'WRITE'                           TO LK-CMD
                   MOVE 'FATURA'                          TO LK-ARQ
                   MOVE FAT-STAT                          TO LK-STA
                   PERFORM FINALIZA
           END-WRITE

           ADD 1         TO WS-QTD-FATURADAS
           ADD FAT-VALOR TO WS-VLR-FATURADO
           ADD FAT-VLR-ICMS   TO WS-TOT-ICMS
           ADD FAT-VLR-IPI    TO WS-TOT-IPI
           ADD FAT-VLR-PIS    TO WS-TOT-PIS
           ADD FAT-VLR-COFINS TO WS-TOT-COFINS

           PERFORM IMPRIME-FATURA
           .
       EMITE-PARCELA-FIM.
           EXIT.

      *-------------------------------------------------------------*
       CALCULA-IMPOSTOS.
      *-------------------------------------------------------------*
      *    ICMS, IPI, PIS e COFINS do pedido, item a item: aliquotas
      *    de ALIQTRIB.ARQ pela UF do emitente, UF do cliente e NCM
      *    do produto, vigentes na emissao; o perfil tributario do
      *    produto diz quais impostos incidem. Os impostos estao
      *    inclusos no preco. Quando a soma dos itens difere do
      *    valor do pedido (desconto no cabecalho), os impostos sao
      *    ajustados na mesma proporcao. Pedido sem itens usa a
      *    linha geral (NCM zeros) sobre o valor do pedido.
           MOVE ZEROS TO WS-IMPOSTOS-PED

           IF SEM-ALIQTRIB
              GO TO CALCULA-IMPOSTOS-FIM
           END-IF

           MOVE PED-CODC TO CLI-COD
           READ CLIENTES KEY IS CLI-COD
                INVALID KEY
                   GO TO CALCULA-IMPOSTOS-FIM
           END-READ
           MOVE CLI-UF TO WS-UF-DESTINO

           IF TEM-ESTOQUE
              MOVE PED-NUMERO TO ITE-PEDIDO
              MOVE ZEROS      TO ITE-SEQ
              START PEDITEM KEY NOT LESS THAN ITE-KEY
                    INVALID KEY
                       MOVE 10 TO ITE-STAT
              END-START
              PERFORM IMPOSTO-UM-ITEM
                 THRU IMPOSTO-UM-ITEM-SAI UNTIL FSI-FIM-REG
              MOVE ZEROS TO ITE-STAT
           END-IF

           IF WS-IMP-BASE = ZEROS
              MOVE PED-VALOR   TO WS-VLR-ITEM
              MOVE ZEROS       TO WS-NCM-BUSCA
              MOVE 'T'         TO WS-PERFIL-TRIB
              PERFORM BUSCA-ALIQUOTA THRU BUSCA-ALIQUOTA-FIM
              IF ACHOU-ALIQ
                 PERFORM APLICA-ALIQUOTA
              ELSE
                 PERFORM AVISA-SEM-ALIQUOTA
              END-IF
              MOVE PED-VALOR   TO WS-IMP-BASE
              GO TO CALCULA-IMPOSTOS-FIM
           END-IF

           IF WS-IMP-BASE NOT = PED-VALOR
              COMPUTE WS-IMP-ICMS ROUNDED =
                      WS-IMP-ICMS * PED-VALOR / WS-IMP-BASE
              COMPUTE WS-IMP-IPI ROUNDED =
                      WS-IMP-IPI * PED-VALOR / WS-IMP-BASE
              COMPUTE WS-IMP-PIS ROUNDED =
                      WS-IMP-PIS * PED-VALOR / WS-IMP-BASE
              COMPUTE WS-IMP-COFINS ROUNDED =
                      WS-IMP-COFINS * PED-VALOR / WS-IMP-BASE
              MOVE PED-VALOR TO WS-IMP-BASE
           END-IF
           .
       CALCULA-IMPOSTOS-FIM.
           EXIT.

      *-------------------------------------------------------------*
       IMPOSTO-UM-ITEM.
      *-------------------------------------------------------------*
           READ PEDITEM NEXT AT END
                GO TO IMPOSTO-UM-ITEM-SAI
           END-READ

           IF ITE-PEDIDO NOT = PED-NUMERO
              MOVE 10 TO ITE-STAT
              GO TO IMPOSTO-UM-ITEM-SAI
           END-IF

           COMPUTE WS-VLR-ITEM ROUNDED = ITE-QTDE * ITE-PRECO
           ADD WS-VLR-ITEM TO WS-IMP-BASE

      *    Produto fora do cadastro cai na linha geral, tributado.
           MOVE ITE-PROD TO PRO-COD
           READ PRODUTO
                INVALID KEY
                   MOVE ZEROS TO WS-NCM-BUSCA
                   MOVE 'T'   TO WS-PERFIL-TRIB
                NOT INVALID KEY
                   MOVE PRO-NCM         TO WS-NCM-BUSCA
                   MOVE PRO-PERFIL-TRIB TO WS-PERFIL-TRIB
           END-READ

           PERFORM BUSCA-ALIQUOTA THRU BUSCA-ALIQUOTA-FIM
           IF SEM-ALIQ
              PERFORM AVISA-SEM-ALIQUOTA
              GO TO IMPOSTO-UM-ITEM-SAI
           END-IF

           PERFORM APLICA-ALIQUOTA
           .
       IMPOSTO-UM-ITEM-SAI.
           EXIT.

      *-------------------------------------------------------------*
       BUSCA-ALIQUOTA.
      *-------------------------------------------------------------*
      *    Linha da NCM e, na falta dela, a linha geral do par de UFs.
           PERFORM LE-ALIQUOTA
           IF SEM-ALIQ AND WS-NCM-BUSCA NOT = ZEROS
              MOVE ZEROS TO WS-NCM-BUSCA
              PERFORM LE-ALIQUOTA
           END-IF
           .
       BUSCA-ALIQUOTA-FIM.
           EXIT.

      *-------------------------------------------------------------*
       LE-ALIQUOTA.
      *-------------------------------------------------------------*
      *    Maior vigencia ate a data de emissao.
           SET SEM-ALIQ TO TRUE
           MOVE WS-UF-ORIGEM  TO ALQ-UF-ORIG
           MOVE WS-UF-DESTINO TO ALQ-UF-DEST
           MOVE WS-NCM-BUSCA  TO ALQ-NCM
           MOVE WS-DATA-HOJE  TO ALQ-VIGENCIA
           START ALIQTRIB KEY NOT GREATER THAN ALQ-KEY
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    READ ALIQTRIB PREVIOUS
                         AT END CONTINUE
                         NOT AT END
                            IF ALQ-UF-ORIG = WS-UF-ORIGEM
                               AND ALQ-UF-DEST = WS-UF-DESTINO
                               AND ALQ-NCM = WS-NCM-BUSCA
                               SET ACHOU-ALIQ TO TRUE
                            END-IF
                    END-READ
           END-START
           .
       LE-ALIQUOTA-FIM.
           EXIT.

      *-------------------------------------------------------------*
       APLICA-ALIQUOTA.
      *-------------------------------------------------------------*
      *    T = todos; R = sem IPI; S = sem ICMS proprio; I = so PIS
      *    e COFINS.
           IF PERF-TRIBUTADO OR PERF-REVENDA
              COMPUTE WS-VLR-IMPOSTO ROUNDED =
                      WS-VLR-ITEM * ALQ-ICMS / 100
              ADD WS-VLR-IMPOSTO TO WS-IMP-ICMS
           END-IF

           IF PERF-TRIBUTADO OR PERF-SUBST-TRIB
              COMPUTE WS-VLR-IMPOSTO ROUNDED =
                      WS-VLR-ITEM * ALQ-IPI / 100
              ADD WS-VLR-IMPOSTO TO WS-IMP-IPI
           END-IF

           COMPUTE WS-VLR-IMPOSTO ROUNDED = WS-VLR-ITEM * ALQ-PIS / 100
           ADD WS-VLR-IMPOSTO TO WS-IMP-PIS
           COMPUTE WS-VLR-IMPOSTO ROUNDED =
                   WS-VLR-ITEM * ALQ-COFINS / 100
           ADD WS-VLR-IMPOSTO TO WS-IMP-COFINS
           .
       APLICA-ALIQUOTA-FIM.
           EXIT.

      *-------------------------------------------------------------*
       AVISA-SEM-ALIQUOTA.
      *-------------------------------------------------------------*
           ADD 1 TO WS-QTD-SEM-ALIQ
           DISPLAY 'PROG64: PEDIDO ' PED-NUMERO
                   ' SEM ALIQUOTA ' WS-UF-ORIGEM '-' WS-UF-DESTINO
                   ' - ITEM SEM IMPOSTOS'
           .
       AVISA-SEM-ALIQUOTA-FIM.
           EXIT.

      *-------------------------------------------------------------*
       BAIXA-ESTOQUE.
      *-------------------------------------------------------------*
      *    Debita do estoque os itens do pedido recem faturado, com
      *    movimento 'S' carregando a fatura como documento. O custo
      *    medio do produto fica congelado no item (margem bruta).
           MOVE PED-NUMERO TO ITE-PEDIDO
           MOVE ZEROS      TO ITE-SEQ
           START PEDITEM KEY NOT LESS THAN ITE-KEY
                   GO TO BAIXA-UM-ITEM-SAI
           END-READ

           IF PRO-CUSTO-MEDIO NOT NUMERIC
              MOVE ZEROS TO PRO-CUSTO-MEDIO
           END-IF

           SUBTRACT ITE-QTDE FROM PRO-SALDO
           ACCEPT PRO-DT-ALTERACAO FROM DATE YYYYMMDD
           REWRITE PRODUTO-PRO END-REWRITE

           MOVE PRO-CUSTO-MEDIO TO ITE-CUSTO
           REWRITE PEDITEM-ITE END-REWRITE

      *    Saldo do deposito que atende o cliente.
           SET LK-EDP-OP-SALDO TO TRUE
           MOVE ITE-PROD      TO LK-EDP-PROD
           MOVE WS-DEP-FATURA TO LK-EDP-DEP
           COMPUTE LK-EDP-QTDE = ITE-QTDE * -1
           CALL "PROG153" USING LK-ESTDEP END-CALL

           IF NOT PRO-COM-LOTE
              MOVE ITE-QTDE TO WS-QTDE-BAIXA
              MOVE SPACES   TO WS-LOTE-BAIXA
              MOVE ZEROS    TO WS-VALIDADE-BAIXA
              PERFORM GRAVA-SAIDA
              GO TO BAIXA-UM-ITEM-SAI
           END-IF

      *    Lotes de menor validade ainda nao vencidos, no deposito
      *    da baixa; o que nao coube em lote sai sem lote.
           SET LK-LOT-OP-VENDA TO TRUE
           MOVE ITE-PROD        TO LK-LOT-PROD
           MOVE LK-EDP-DEP      TO LK-LOT-DEP
           MOVE SPACES          TO LK-LOT-NUMERO
           MOVE ZEROS           TO LK-LOT-VALIDADE
           MOVE ITE-QTDE        TO LK-LOT-QTDE
           MOVE WS-DATA-HOJE    TO LK-LOT-DATA
           CALL "PROG162" USING LK-LOTE END-CALL
           IF LK-LOT-ERRO
              DISPLAY 'PROG64: FATURA ' WS-PRIMEIRA-FAT
                      ' PRODUTO ' ITE-PROD
                      ' SEM BAIXA POR LOTE (LOTE.ARQ INACESSIVEL)'
              MOVE ZEROS    TO LK-LOT-QTD-CONS
              MOVE ITE-QTDE TO LK-LOT-SEM-LOTE
           END-IF

           MOVE ZEROS TO WS-SEQ-FTL
           PERFORM BAIXA-UM-LOTE
              VARYING WS-IDL FROM 1 BY 1
              UNTIL WS-IDL > LK-LOT-QTD-CONS
           IF LK-LOT-SEM-LOTE > ZEROS
              MOVE LK-LOT-SEM-LOTE TO WS-QTDE-BAIXA
              MOVE SPACES          TO WS-LOTE-BAIXA
              MOVE ZEROS           TO WS-VALIDADE-BAIXA
              PERFORM GRAVA-SAIDA
              PERFORM GRAVA-FATLOTE THRU GRAVA-FATLOTE-FIM
           END-IF
           .
       BAIXA-UM-ITEM-SAI.
           EXIT.

      *-------------------------------------------------------------*
       BAIXA-UM-LOTE.
      *-------------------------------------------------------------*
           MOVE LK-LOT-C-QTDE     (WS-IDL) TO WS-QTDE-BAIXA
           MOVE LK-LOT-C-NUMERO   (WS-IDL) TO WS-LOTE-BAIXA
           MOVE LK-LOT-C-VALIDADE (WS-IDL) TO WS-VALIDADE-BAIXA
           PERFORM GRAVA-SAIDA
           PERFORM GRAVA-FATLOTE THRU GRAVA-FATLOTE-FIM
           .
       BAIXA-UM-LOTE-FIM.
           EXIT.

      *-------------------------------------------------------------*
       GRAVA-SAIDA.
      *-------------------------------------------------------------*
      *    Movimento 'S' do item (ou do lote do item) na fatura.
           ADD 1 TO WS-PROX-SEQ-EMV
           MOVE WS-PROX-SEQ-EMV TO EMV-SEQ
           MOVE ITE-PROD        TO EMV-PROD
           MOVE WS-DATA-HOJE    TO EMV-DATA
           MOVE 'S'             TO EMV-TIPO
           MOVE WS-QTDE-BAIXA   TO EMV-QTDE
           MOVE SPACES          TO EMV-DOC
           STRING 'FAT' WS-PRIMEIRA-FAT DELIMITED BY SIZE
             INTO EMV-DOC
           END-STRING
           MOVE 'PROG64'        TO EMV-OPERADOR
           MOVE ITE-CUSTO       TO EMV-CUSTO-UNIT
           MOVE LK-EDP-DEP      TO EMV-DEP
           MOVE ZEROS           TO EMV-DEP-DESTINO
           MOVE WS-LOTE-BAIXA   TO EMV-LOTE
           MOVE WS-VALIDADE-BAIXA TO EMV-VALIDADE
           WRITE ESTMOV-EMV
                 INVALID KEY
                   CONTINUE
           END-WRITE
           .
       GRAVA-SAIDA-FIM.
           EXIT.

      *-------------------------------------------------------------*
       GRAVA-FATLOTE.
      *-------------------------------------------------------------*
      *    Rastreio: que lote do item foi para qual cliente, na
      *    (primeira) fatura do pedido; impresso no fim da fatura.
           ADD 1 TO WS-SEQ-FTL
           MOVE WS-PRIMEIRA-FAT   TO FTL-FATURA
           MOVE ITE-SEQ           TO FTL-ITEM
           MOVE WS-SEQ-FTL        TO FTL-SEQ
           MOVE PED-NUMERO        TO FTL-PEDIDO
           MOVE PED-CODC          TO FTL-CODC
           MOVE ITE-PROD          TO FTL-PROD
           MOVE LK-EDP-DEP        TO FTL-DEP
           MOVE WS-LOTE-BAIXA     TO FTL-LOTE
           MOVE WS-VALIDADE-BAIXA TO FTL-VALIDADE
           MOVE WS-QTDE-BAIXA     TO FTL-QTDE
           MOVE WS-DATA-HOJE      TO FTL-DATA
           WRITE FATLOTE-FTL
                 INVALID KEY
                   MOVE 'GRAVA-FATLOTE'                   TO LK-PAR
                   MOVE 'WRITE'                           TO LK-CMD
                   MOVE 'FATLOTE'                         TO LK-ARQ
                   MOVE FTL-STAT                          TO LK-STA
                   PERFORM ERRO-FILE-STATUS
           END-WRITE

           IF NOT CAB-LOTE-FEITO
              SET CAB-LOTE-FEITO TO TRUE
              WRITE RELFAT-REL FROM LINHA-FAT-LOTE-CAB
                    AFTER ADVANCING 2 LINES
              WRITE RELFAT-REL FROM LINHA-FAT-LOTE-TIT
                    AFTER ADVANCING 1 LINE
           END-IF
           MOVE ITE-PROD          TO FAT-REL-LT-PROD
           MOVE PRO-DESCRICAO     TO FAT-REL-LT-DESC
           MOVE WS-LOTE-BAIXA     TO FAT-REL-LT-LOTE
           MOVE SPACES            TO FAT-REL-LT-VALID
           IF WS-LOTE-BAIXA = SPACES
              MOVE '(SEM LOTE)'   TO FAT-REL-LT-LOTE
           ELSE
              MOVE WS-VALIDADE-BAIXA TO WS-DATA-AMD
              PERFORM EDITA-DATA
              MOVE WS-DATA-DMA    TO FAT-REL-LT-VALID
           END-IF
           MOVE WS-QTDE-BAIXA     TO FAT-REL-LT-QTDE
           WRITE RELFAT-REL FROM LINHA-FAT-LOTE AFTER ADVANCING 1 LINE
           .
       GRAVA-FATLOTE-FIM.
           EXIT.

      *-------------------------------------------------------------*
           WRITE RELFAT-REL FROM LINHA-FAT-EMIS AFTER ADVANCING 1 LINE

           MOVE FAT-VALOR       TO FAT-REL-VALOR
           MOVE FAT-PARCELA     TO FAT-REL-PARCELA
           MOVE FAT-QTD-PARC    TO FAT-REL-QTD-PARC
           WRITE RELFAT-REL FROM LINHA-FAT-VALOR AFTER ADVANCING 2
                 LINES

           MOVE FAT-VLR-ICMS    TO FAT-REL-ICMS
           MOVE FAT-VLR-IPI     TO FAT-REL-IPI
           WRITE RELFAT-REL FROM LINHA-FAT-IMP-1 AFTER ADVANCING 2
                 LINES
           MOVE FAT-VLR-PIS     TO FAT-REL-PIS
           MOVE FAT-VLR-COFINS  TO FAT-REL-COFINS
           WRITE RELFAT-REL FROM LINHA-FAT-IMP-2 AFTER ADVANCING 1 LINE
           WRITE RELFAT-REL FROM LINHA-FAT-IMP-OBS
                 AFTER ADVANCING 1 LINE
           IF WS-PED-PENDENTE NOT = ZEROS
              MOVE WS-PED-PENDENTE TO FAT-REL-PEND
              WRITE RELFAT-REL FROM LINHA-FAT-PEND
                    AFTER ADVANCING 2 LINES
           END-IF
           .
       IMPRIME-FATURA-FIM.
           EXIT.
           MOVE WS-VLR-FATURADO  TO TOT-VALOR
           WRITE RELFAT-REL FROM LINHA-BRANCO AFTER ADVANCING 2 LINES
           WRITE RELFAT-REL FROM LINHA-TOTAIS AFTER ADVANCING 1 LINE
           MOVE WS-TOT-ICMS      TO TOT-ICMS
           MOVE WS-TOT-IPI       TO TOT-IPI
           MOVE WS-TOT-PIS       TO TOT-PIS
           MOVE WS-TOT-COFINS    TO TOT-COFINS
           WRITE RELFAT-REL FROM LINHA-TOTAIS-IMP
                 AFTER ADVANCING 1 LINE

           IF WS-RETCODE = ZEROS AND WS-QTD-FATURADAS = ZEROS
              MOVE 04 TO WS-RETCODE
           END-IF

           DISPLAY 'RODADA DE FATURAMENTO - ' LINHA-TOTAIS
           DISPLAY 'IMPOSTOS DA RODADA - ' LINHA-TOTAIS-IMP
           IF SEM-ALIQTRIB
              DISPLAY 'PROG64: SEM ALIQTRIB.ARQ OU UF DO EMITENTE '
                      '(PROG42) - FATURAS SEM IMPOSTOS'
           END-IF
           IF WS-QTD-SEM-ALIQ NOT = ZEROS
              DISPLAY 'PROG64: ' WS-QTD-SEM-ALIQ
                      ' ITEM(NS) SEM ALIQUOTA CADASTRADA (PROG137)'
           END-IF
           IF FATURA-PARCIAL
              DISPLAY 'PROG64: PEDIDOS FATURADOS EM PARTE......: '
                      WS-QTD-DESMEMBRADOS
              DISPLAY 'PROG64: PEDIDOS AGUARDANDO ESTOQUE......: '
                      WS-QTD-AGUARDANDO
           END-IF
           .
       FECHA-TOTAIS-FIM.
           EXIT.
             INTO WS-ARQ-CLIENTES
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'CONDPAG.ARQ'                DELIMITED BY SIZE
             INTO WS-ARQ-CONDPAG
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'PEDITEM.ARQ'                DELIMITED BY SIZE
             INTO WS-ARQ-PEDITEM
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'PRODUTO.ARQ'                DELIMITED BY SIZE
             INTO WS-ARQ-PRODUTO
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'ESTMOV.ARQ'                 DELIMITED BY SIZE
             INTO WS-ARQ-ESTMOV
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'FATLOTE.ARQ'                DELIMITED BY SIZE
             INTO WS-ARQ-FATLOTE
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'ALIQTRIB.ARQ'               DELIMITED BY SIZE
             INTO WS-ARQ-ALIQTRIB
           END-STRING

      *    As faturas impressas vao para o SPOOL\ com nome datado
      *    (PROG35) e entram no catalogo ao final.
           MOVE 'N'            TO LK-SPL-OPER
           END-IF

           SET TEM-ESTOQUE TO TRUE
           OPEN I-O PEDITEM
           IF FSI-NAO-EXISTE
              SET SEM-ESTOQUE TO TRUE
           END-IF
                 OPEN I-O ESTMOV
              END-IF
              PERFORM SEMEIA-SEQ-ESTMOV

              OPEN I-O FATLOTE
              IF FSL-NAO-EXISTE
                 OPEN OUTPUT FATLOTE
                 CLOSE FATLOTE
                 OPEN I-O FATLOTE
              END-IF
           END-IF

           SET TEM-CONDPAG TO TRUE
           OPEN INPUT CONDPAG
           IF FSCPG-NAO-EXISTE
              SET SEM-CONDPAG TO TRUE
           END-IF

           SET TEM-ALIQTRIB TO TRUE
           OPEN INPUT ALIQTRIB
           IF FSA-NAO-EXISTE
              SET SEM-ALIQTRIB TO TRUE
           ELSE
              IF WS-UF-ORIGEM = SPACES
                 CLOSE ALIQTRIB
                 SET SEM-ALIQTRIB TO TRUE
              END-IF
           END-IF

           OPEN OUTPUT RELFAT
      *-------------------------------------------------------------*
           CLOSE PEDIDOS FATURA CLIENTES RELFAT
           IF TEM-ESTOQUE
              CLOSE PEDITEM PRODUTO ESTMOV FATLOTE
           END-IF
           IF TEM-CONDPAG
              CLOSE CONDPAG
           END-IF
           IF TEM-ALIQTRIB
              CLOSE ALIQTRIB
           END-IF

           MOVE 'R'            TO LK-SPL-OPER
