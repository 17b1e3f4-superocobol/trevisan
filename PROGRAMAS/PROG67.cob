      * Programa..: PROG67 - Fechamento Mensal de Comissão
      * Chamadas..: PROG35 - Spool e Catalogo de Relatorios
      *             PROG58 - Identificador de Execucao
      *             PROG161 - Taxa de Comissao por Linha de Produto
      *             PROG41 - Leitura dos Parametros Gerais
      *             PROG177 - Estrutura das Equipes numa Data
      *             PROG180 - Retencao na Fonte sobre Comissao
      * Parametros: Competencia (AAAAMM); em modo batch (cadeia do
      *             PROG34) pela linha de comando, formato  AAAAMM
      * Observação: Congela a comissao do mes em COMISSAO.ARQ: para
      *             muda), saindo no extrato como JA FECHADO. O
      *             extrato sai no spool do PROG35, uma pagina por
      *             vendedor, para distribuicao.
      *             O override do supervisor (percentual da estrutura
      *             EQUIPE.ARQ vigente no fim do mes sobre a base da
      *             sua equipe) e' congelado em COMOVER.ARQ.
      *             A comissao bruta sofre a retencao na fonte (INSS,
      *             IRRF, ISS) das tabelas RETFONTE.ARQ vigentes no
      *             fim do mes para o vinculo/regime do vendedor; o
      *             liquido a pagar fica congelado junto. Aprovacao e
      *             pagamento sao do PROG181.
      *             No regime de faturamento (padrao) a comissao de
      *             cada pedido fica registrada fatura a fatura em
      *             COMFAT.ARQ; no de caixa (PAR-COM-CAIXA = S) o
      *             pedido entra na proporcao do que as suas faturas
      *             receberam no mes (FATPAG.ARQ). Em ambos, a fatura
      *             ja comissionada que passa do atraso limite
      *             (PAR-COM-DIAS-ESTORNO) ou e' baixada tem a
      *             comissao estornada no fechamento seguinte, e
      *             recreditada quando enfim e' paga; o extrato
      *             lista cada estorno e recredito com a fatura.
      * Cod.Retorno (RETURN-CODE):
      *             0 = processamento normal
      *             4 = nenhum fechamento gravado
      *              (COMHIST.ARQ via PROG101, fallback
      *              VEN-COMISSAO); COM-TAXA congela a taxa vigente
      *              no fim da competencia.
      *   2026 mnt - Comissao calculada item a item (PEDITEM.ARQ
      *              menos DEVITEM.ARQ), na linha de produto de
      *              cada item, com a taxa propria da linha vigente
      *              na data (TAXALIN.ARQ via PROG161) ou a taxa do
      *              vendedor; pedido ou devolucao sem itens vale
      *              pelo cabecalho, sem linha. Abertura por linha
      *              gravada em COMISLIN.ARQ e impressa no extrato.
      *   2026 mnt - Fecha tambem a verba de desconto do vendedor
      *              na competencia (FLEXVEN.ARQ): o saldo final
      *              abre a competencia seguinte ou e zerado,
      *              conforme PAR-FLEX-TRANSPORTA; saldo e
      *              transporte saem no extrato.
      *   2026 mnt - Override do supervisor: base liquida dos
      *              vendedores da equipe no fim do mes (EQUIPE.ARQ
      *              via PROG177) vezes EQP-PCT-OVERRIDE, gravado
      *              em COMOVER.ARQ e listado no spool.
      *   2026 mnt - Retencao na fonte (INSS, IRRF, ISS) sobre a
      *              comissao bruta pelo vinculo/regime do vendedor
      *              (RETFONTE.ARQ via PROG180), congelada em
      *              COMISSAO.ARQ com o liquido; o extrato e os
      *              totais mostram bruto, retencoes e liquido.
      *   2026 mnt - Regime de caixa (PAR-COM-CAIXA): o pedido
      *              entra na proporcao do principal recebido no
      *              mes pelas suas faturas (FATPAG.ARQ). No de
      *              faturamento a comissao do pedido e gravada
      *              fatura a fatura em COMFAT.ARQ. Fatura ja
      *              comissionada com atraso acima de
      *              PAR-COM-DIAS-ESTORNO ou baixada tem a comissao
      *              estornada no fechamento seguinte (adiada se nao
      *              couber) e recreditada quando paga; o extrato
      *              lista cada ajuste com a fatura.
      ******************************************************************
       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         PROG67.
              FILE STATUS          IS COM-STAT
              RECORD KEY           IS COM-KEY.

       SELECT COMOVER ASSIGN TO WS-ARQ-COMOVER
              ORGANIZATION         IS INDEXED
              ACCESS  MODE         IS RANDOM
              FILE STATUS          IS COV-STAT
              RECORD KEY           IS COV-KEY.

       SELECT CLIENTES ASSIGN TO WS-ARQ-CLIENTES
              ORGANIZATION         IS INDEXED
              ACCESS MODE          IS RANDOM
              LOCK MODE IS MANUAL WITH LOCK ON MULTIPLE RECORDS
              RECORD KEY           IS CLI-KEY.

       SELECT PEDITEM ASSIGN TO WS-ARQ-PEDITEM
              ORGANIZATION         IS INDEXED
              ACCESS  MODE         IS DYNAMIC
              FILE STATUS          IS ITE-STAT
              RECORD KEY           IS ITE-KEY.

       SELECT DEVITEM ASSIGN TO WS-ARQ-DEVITEM
              ORGANIZATION         IS INDEXED
              ACCESS  MODE         IS DYNAMIC
              FILE STATUS          IS DVI-STAT
              RECORD KEY           IS DVI-KEY.

       SELECT PRODUTO ASSIGN TO WS-ARQ-PRODUTO
              ORGANIZATION         IS INDEXED
              ACCESS  MODE         IS RANDOM
              FILE STATUS          IS PRO-STAT
              RECORD KEY           IS PRO-KEY.

       SELECT LINPROD ASSIGN TO WS-ARQ-LINPROD
              ORGANIZATION         IS INDEXED
              ACCESS  MODE         IS RANDOM
              FILE STATUS          IS LIN-STAT
              RECORD KEY           IS LIN-KEY.

       SELECT COMISLIN ASSIGN TO WS-ARQ-COMISLIN
              ORGANIZATION         IS INDEXED
              ACCESS  MODE         IS DYNAMIC
              FILE STATUS          IS CSL-STAT
              RECORD KEY           IS CSL-KEY.

       SELECT FLEXVEN ASSIGN TO WS-ARQ-FLEXVEN
              ORGANIZATION         IS INDEXED
              ACCESS  MODE         IS RANDOM
              FILE STATUS          IS FLX-STAT
              RECORD KEY           IS FLX-KEY.

       SELECT FATURA ASSIGN TO WS-ARQ-FATURA
              ORGANIZATION         IS INDEXED
              ACCESS  MODE         IS DYNAMIC
              FILE STATUS          IS FAT-STAT
              ALTERNATE RECORD KEY IS FAT-CODC WITH DUPLICATES
              RECORD KEY           IS FAT-KEY.

       SELECT FATPAG ASSIGN TO WS-ARQ-FATPAG
              ORGANIZATION         IS INDEXED
              ACCESS  MODE         IS DYNAMIC
              FILE STATUS          IS FPG-STAT
              RECORD KEY           IS FPG-KEY.

       SELECT COMFAT ASSIGN TO WS-ARQ-COMFAT
              ORGANIZATION         IS INDEXED
              ACCESS  MODE         IS DYNAMIC
              FILE STATUS          IS CFT-STAT
              ALTERNATE RECORD KEY IS CFT-CODV WITH DUPLICATES
              RECORD KEY           IS CFT-KEY.

       SELECT RELCOM ASSIGN TO WS-ARQ-RELCOM
              ORGANIZATION         IS LINE SEQUENTIAL
              FILE STATUS          IS REL-STAT.

       COPY FD_COMISSAO.

       COPY FD_COMOVER.

       COPY FD_CLIENTES.

       COPY FD_PEDITEM.

       COPY FD_DEVITEM.

       COPY FD_PRODUTO.

       COPY FD_LINPROD.

       COPY FD_COMISLIN.

       COPY FD_FLEXVEN.

       COPY FD_FATURA.

       COPY FD_FATPAG.

       COPY FD_COMFAT.

       FD RELCOM
           LINAGE IS 55 LINES
           WITH FOOTING AT 51
       77 WS-ARQ-PEDIDOS     PIC X(70) VALUE SPACES.
       77 WS-ARQ-DEVOLUCAO   PIC X(70) VALUE SPACES.
       77 WS-ARQ-COMISSAO    PIC X(70) VALUE SPACES.
       77 WS-ARQ-COMOVER     PIC X(70) VALUE SPACES.
       77 WS-ARQ-RELCOM      PIC X(90) VALUE SPACES.
       77 WS-ARQ-CLIENTES    PIC X(70) VALUE SPACES.
       77 WS-ARQ-PEDITEM     PIC X(70) VALUE SPACES.
       77 WS-ARQ-DEVITEM     PIC X(70) VALUE SPACES.
       77 WS-ARQ-PRODUTO     PIC X(70) VALUE SPACES.
       77 WS-ARQ-LINPROD     PIC X(70) VALUE SPACES.
       77 WS-ARQ-COMISLIN    PIC X(70) VALUE SPACES.
       77 WS-ARQ-FLEXVEN     PIC X(70) VALUE SPACES.
       77 WS-ARQ-FATURA      PIC X(70) VALUE SPACES.
       77 WS-ARQ-FATPAG      PIC X(70) VALUE SPACES.
       77 WS-ARQ-COMFAT      PIC X(70) VALUE SPACES.

       77 VEN-STAT          PIC 9(02).
           88 FSV-OK        VALUE ZEROS.
           88 TEM-DEVOL     VALUE 'S'.
           88 SEM-DEVOL     VALUE 'N'.

       77 ITE-STAT          PIC 9(02).
           88 FSI-OK        VALUE ZEROS.
           88 FSI-FIM-REG   VALUE 10.
           88 FSI-NAO-EXISTE VALUE 35.

       77 DVI-STAT          PIC 9(02).
           88 FSDI-OK       VALUE ZEROS.
           88 FSDI-FIM-REG  VALUE 10.
           88 FSDI-NAO-EXISTE VALUE 35.

      *    Sem DEVITEM.ARQ a devolucao abate pelo valor do cabecalho.
       77 WS-TEM-DEVITEM    PIC X(01) VALUE 'N'.
           88 TEM-DEVITEM   VALUE 'S'.

       77 PRO-STAT          PIC 9(02).
           88 FSPR-OK       VALUE ZEROS.
           88 FSPR-NAO-EXISTE VALUE 35.

       77 LIN-STAT          PIC 9(02).
           88 FSL-OK        VALUE ZEROS.
           88 FSL-NAO-EXISTE VALUE 35.

      *    LINPROD.ARQ so da a descricao da linha no extrato.
       77 WS-TEM-LINPROD    PIC X(01) VALUE 'N'.
           88 TEM-LINPROD   VALUE 'S'.

       77 CSL-STAT          PIC 9(02).
           88 FSCL-OK       VALUE ZEROS.
           88 FSCL-FIM-REG  VALUE 10.
           88 FSCL-NAO-EXISTE VALUE 35.

      *    Cada item (vendido ou devolvido) entra na sua linha com a
      *    taxa da linha ou do vendedor na data (PROG161); pedido
      *    sem itens e devolucao sem itens entram pelo valor do
      *    cabecalho, sem linha, com a taxa do vendedor.
       77 WS-VLR-ITEM       PIC 9(11)V99 VALUE ZEROS.
       77 WS-COM-ITEM       PIC 9(11)V99 VALUE ZEROS.
       77 WS-LINHA-ITEM     PIC X(04) VALUE SPACES.
       77 WS-DATA-ITEM      PIC 9(08) VALUE ZEROS.
       77 WS-SINAL          PIC S9(01) VALUE +1.
       77 WS-VLR-PEDIDO     PIC 9(11)V99 VALUE ZEROS.
       77 WS-QTD-ITENS-DOC  PIC 9(05) VALUE ZEROS.

      *    Base e comissao liquidas do vendedor: a devolucao pode
      *    passar da venda do mes, mas o total nao fica negativo.
       77 WS-SDO-BASE       PIC S9(11)V99 VALUE ZEROS.
       77 WS-SDO-COMISSAO   PIC S9(11)V99 VALUE ZEROS.

      *    Abertura por linha de produto do vendedor corrente.
       01 WS-TAB-LIN.
           05 WS-TL-ENT OCCURS 100 TIMES.
              10 WS-TL-LINHA      PIC X(04).
              10 WS-TL-BASE       PIC S9(11)V99.
              10 WS-TL-COMISSAO   PIC S9(11)V99.

       77 WS-QTD-LINHAS     PIC 9(03) VALUE ZEROS.
       77 WS-IDX            PIC 9(03) VALUE ZEROS.
       77 WS-IDX-ACHOU      PIC 9(03) VALUE ZEROS.
       77 WS-PCT-LINHA      PIC S9(03)V99 VALUE ZEROS.

      *    Bolha por codigo da linha, como nos demais relatorios.
       77 WS-TROCOU         PIC X(01) VALUE 'N'.
       01 WS-TL-TROCA.
           05 WS-TRC-LINHA      PIC X(04).
           05 WS-TRC-BASE       PIC S9(11)V99.
           05 WS-TRC-COMISSAO   PIC S9(11)V99.

       77 FLX-STAT          PIC 9(02).
           88 FSX-OK        VALUE ZEROS.
           88 FSX-NAO-EXISTE VALUE 35.

      *    Verba de desconto (FLEXVEN.ARQ, PROG171): sem o arquivo
      *    nenhum vendedor tem verba a fechar.
       77 WS-TEM-FLEXVEN    PIC X(01) VALUE 'N'.
           88 TEM-FLEXVEN   VALUE 'S'.
       77 WS-FLEX-LIDA      PIC X(01) VALUE 'N'.
           88 FLEX-LIDA     VALUE 'S'.
       77 WS-FLEX-SALDO     PIC S9(11)V99 VALUE ZEROS.
       77 WS-FLEX-TRANSP    PIC S9(11)V99 VALUE ZEROS.
       77 WS-QTD-FLEX       PIC 9(05) VALUE ZEROS.
       01 WS-ANOMES-SEG     PIC 9(06) VALUE ZEROS.
       01 FILLER REDEFINES WS-ANOMES-SEG.
           05 WS-SEG-ANO    PIC 9(04).
           05 WS-SEG-MES    PIC 9(02).

       77 FAT-STAT          PIC 9(02).
           88 FSF-OK        VALUE ZEROS.
           88 FSF-FIM-REG   VALUE 10.
           88 FSF-NAO-EXISTE VALUE 35.

       77 FPG-STAT          PIC 9(02).
           88 FSG-OK        VALUE ZEROS.
           88 FSG-FIM-REG   VALUE 10.
           88 FSG-NAO-EXISTE VALUE 35.

       77 CFT-STAT          PIC 9(02).
           88 FSCF-OK       VALUE ZEROS.
           88 FSCF-FIM-REG  VALUE 10.
           88 FSCF-NAO-EXISTE VALUE 35.

      *    Sem FATURA.ARQ nao ha comissao por fatura a acompanhar
      *    (nem fechamento pelo caixa); sem FATPAG.ARQ nenhuma
      *    fatura recebeu nada.
       77 WS-TEM-FATURA     PIC X(01) VALUE 'N'.
           88 TEM-FATURA    VALUE 'S'.
       77 WS-TEM-FATPAG     PIC X(01) VALUE 'N'.
           88 TEM-FATPAG    VALUE 'S'.

      *    Regime de caixa (PAR-COM-CAIXA): os itens do pedido entram
      *    na proporcao WS-FATOR do principal recebido no mes sobre
      *    o total das faturas do pedido; no de faturamento, inteiros.
       77 WS-FATOR          PIC 9(01)V9(06) VALUE 1.
       77 WS-PED-FATURADO   PIC 9(11)V99 VALUE ZEROS.
       77 WS-PED-RECEBIDO   PIC 9(11)V99 VALUE ZEROS.
       77 WS-VLR-RECEBTO    PIC 9(11)V99 VALUE ZEROS.
       77 WS-REGIME-BASE    PIC X(01) VALUE SPACES.

      *    Comissao do pedido repartida entre as suas faturas.
       77 WS-COM-ANT        PIC S9(11)V99 VALUE ZEROS.
       77 WS-COM-PEDIDO     PIC 9(11)V99 VALUE ZEROS.
       77 WS-COM-REPARTIDA  PIC 9(11)V99 VALUE ZEROS.
       77 WS-QTD-FAT-PED    PIC 9(03) VALUE ZEROS.
       77 WS-IDX-FAT        PIC 9(03) VALUE ZEROS.

      *    Estorno e recredito das faturas comissionadas do vendedor
      *    (COMFAT.ARQ), com a lista impressa no extrato.
       77 WS-VLR-ESTORNO    PIC 9(11)V99 VALUE ZEROS.
       77 WS-VLR-RECREDITO  PIC 9(11)V99 VALUE ZEROS.
       77 WS-VLR-AJUSTE     PIC 9(11)V99 VALUE ZEROS.
       77 WS-SDO-DISPONIVEL PIC S9(11)V99 VALUE ZEROS.
       77 WS-DIAS-ATRASO    PIC S9(07) VALUE ZEROS.
       77 WS-TIPO-AJUSTE    PIC X(01) VALUE SPACES.
       77 WS-TOT-ESTORNO    PIC 9(13)V99 VALUE ZEROS.
       77 WS-TOT-RECREDITO  PIC 9(13)V99 VALUE ZEROS.
       77 WS-QTD-ADIADOS    PIC 9(05) VALUE ZEROS.

       01 WS-TAB-AJU.
           05 WS-AJ-ENT OCCURS 200 TIMES.
              10 WS-AJ-TIPO       PIC X(01).
              10 WS-AJ-FATURA     PIC 9(08).
              10 WS-AJ-PEDIDO     PIC 9(08).
              10 WS-AJ-ANOMES     PIC 9(06).
              10 WS-AJ-MOTIVO     PIC X(01).
              10 WS-AJ-DIAS       PIC 9(04).
              10 WS-AJ-VALOR      PIC 9(09)V99.

       77 WS-QTD-AJU        PIC 9(03) VALUE ZEROS.
       77 WS-IDX-AJU        PIC 9(03) VALUE ZEROS.
       77 WS-DIAS-ED        PIC ZZZ9.

       77 COV-STAT          PIC 9(02).
           88 FSO-OK        VALUE ZEROS.
           88 FSO-NAO-EXISTE VALUE 35.

      *    Override do supervisor: a producao liquida (COM-BASE) de
      *    cada vendedor fechado na competencia soma na linha do
      *    supervisor a que ele respondia no fim do mes (EQUIPE.ARQ
      *    via PROG177). A producao do proprio supervisor nao entra.
       01 WS-TAB-OVR.
           05 WS-OVR-ENT OCCURS 500 TIMES.
              10 WS-OVR-SUPERV    PIC 9(05).
              10 WS-OVR-QTD       PIC 9(05).
              10 WS-OVR-BASE      PIC 9(13)V99.

       77 WS-QTD-OVR        PIC 9(04) VALUE ZEROS.
       77 WS-IDX-OVR        PIC 9(04) VALUE ZEROS.
       77 WS-IDX-OVR-ACHOU  PIC 9(04) VALUE ZEROS.
       77 WS-VLR-OVERRIDE   PIC 9(11)V99 VALUE ZEROS.
       77 WS-QTD-OVR-FECH   PIC 9(05) VALUE ZEROS.
       77 WS-TOT-OVERRIDE   PIC 9(13)V99 VALUE ZEROS.

       77 COM-STAT          PIC 9(02).
           88 FSM-OK        VALUE ZEROS.
       77 WS-QTD-JA-FECHADOS PIC 9(05) VALUE ZEROS.
       77 WS-TOT-COMISSAO   PIC 9(13)V99 VALUE ZEROS.

      *    Retencao na fonte sobre a comissao bruta (PROG180, pelas
      *    tabelas de RETFONTE.ARQ vigentes no fim da competencia
      *    para o vinculo/regime do vendedor).
       77 WS-VLR-INSS       PIC 9(11)V99 VALUE ZEROS.
       77 WS-VLR-IRRF       PIC 9(11)V99 VALUE ZEROS.
       77 WS-VLR-ISS        PIC 9(11)V99 VALUE ZEROS.
       77 WS-VLR-LIQUIDO    PIC 9(11)V99 VALUE ZEROS.
       77 WS-VINCULO        PIC X(01) VALUE SPACES.
       77 WS-REGIME         PIC X(01) VALUE SPACES.
       77 WS-OBS-RET        PIC X(60) VALUE SPACES.
       77 WS-TOT-INSS       PIC 9(13)V99 VALUE ZEROS.
       77 WS-TOT-IRRF       PIC 9(13)V99 VALUE ZEROS.
       77 WS-TOT-ISS        PIC 9(13)V99 VALUE ZEROS.
       77 WS-TOT-LIQUIDO    PIC 9(13)V99 VALUE ZEROS.
       77 WS-QTD-SEM-RET    PIC 9(05) VALUE ZEROS.

       77 WS-CTPAG          PIC 9(03) VALUE ZEROS.
       77 WS-HORA-COMPLETA  PIC 9(08) VALUE ZEROS.

           05 EXT-QTDPED    PIC ZZZZ9.
           05 FILLER        PIC X(15) VALUE '  BASE R$....: '.
           05 EXT-BASE      PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER        PIC X(02) VALUE SPACES.
           05 EXT-REGIME-BASE PIC X(10).

       01 LINHA-EXT-COM.
           05 FILLER        PIC X(11) VALUE 'TAXA VEND.:'.
           05 FILLER        PIC X(01) VALUE SPACES.
           05 EXT-TAXA      PIC Z9,99.
           05 FILLER        PIC X(21) VALUE
              '  COMISSAO BRUTA R$: '.
           05 EXT-COMISSAO  PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       01 LINHA-EXT-AJU.
           05 FILLER        PIC X(11) VALUE 'AJUSTES...:'.
           05 FILLER        PIC X(10) VALUE ' ESTORNO  '.
           05 EXT-ESTORNO   PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER        PIC X(13) VALUE '  RECREDITO  '.
           05 EXT-RECREDITO PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       01 LINHA-EXT-AJU-CAB.
           05 FILLER        PIC X(11) VALUE 'AJUSTE'.
           05 FILLER        PIC X(10) VALUE 'FATURA'.
           05 FILLER        PIC X(10) VALUE 'PEDIDO'.
           05 FILLER        PIC X(08) VALUE 'COMPET.'.
           05 FILLER        PIC X(18) VALUE 'MOTIVO'.
           05 FILLER        PIC X(18) VALUE '          VALOR R$'.

       01 LINHA-EXT-AJU-DET.
           05 EXT-AJ-TIPO   PIC X(10).
           05 FILLER        PIC X(01) VALUE SPACES.
           05 EXT-AJ-FATURA PIC 9(08).
           05 FILLER        PIC X(02) VALUE SPACES.
           05 EXT-AJ-PEDIDO PIC 9(08).
           05 FILLER        PIC X(02) VALUE SPACES.
           05 EXT-AJ-ANOMES PIC 9(06).
           05 FILLER        PIC X(02) VALUE SPACES.
           05 EXT-AJ-MOTIVO PIC X(18).
           05 FILLER        PIC X(01) VALUE SPACES.
           05 EXT-AJ-VALOR  PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       01 LINHA-EXT-RET.
           05 FILLER        PIC X(11) VALUE 'RETENCAO..:'.
           05 FILLER        PIC X(06) VALUE ' INSS '.
           05 EXT-INSS      PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER        PIC X(07) VALUE '  IRRF '.
           05 EXT-IRRF      PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER        PIC X(06) VALUE '  ISS '.
           05 EXT-ISS       PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       01 LINHA-EXT-LIQ.
           05 FILLER        PIC X(11) VALUE 'VINC/REG..:'.
           05 FILLER        PIC X(01) VALUE SPACES.
           05 EXT-VINCULO   PIC X(01).
           05 FILLER        PIC X(01) VALUE '/'.
           05 EXT-REGIME    PIC X(01).
           05 FILLER        PIC X(22) VALUE
              '  LIQUIDO A PAGAR R$: '.
           05 EXT-LIQUIDO   PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       01 LINHA-EXT-OBS.
           05 FILLER        PIC X(12) VALUE SPACES.
           05 EXT-OBS-RET   PIC X(60).

       01 LINHA-EXT-COBER.
           05 FILLER        PIC X(30) VALUE
              'COBERTURA DE AUSENCIAS R$...: '.
           05 EXT-COBERTURA PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       01 LINHA-EXT-LIN-CAB.
           05 FILLER        PIC X(31) VALUE 'LINHA DESCRICAO'.
           05 FILLER        PIC X(18) VALUE '           BASE R$'.
           05 FILLER        PIC X(02) VALUE SPACES.
           05 FILLER        PIC X(07) VALUE ' TAXA %'.
           05 FILLER        PIC X(02) VALUE SPACES.
           05 FILLER        PIC X(18) VALUE '       COMISSAO R$'.

       01 LINHA-EXT-LIN-DET.
           05 EXT-LIN-COD   PIC X(04).
           05 FILLER        PIC X(02) VALUE SPACES.
           05 EXT-LIN-DESC  PIC X(24).
           05 FILLER        PIC X(01) VALUE SPACES.
           05 EXT-LIN-BASE  PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER        PIC X(02) VALUE SPACES.
           05 EXT-LIN-TAXA  PIC -ZZ9,99.
           05 FILLER        PIC X(02) VALUE SPACES.
           05 EXT-LIN-COM   PIC -ZZ.ZZZ.ZZZ.ZZ9,99.

       01 LINHA-EXT-FLEX.
           05 FILLER        PIC X(30) VALUE
              'VERBA DE DESCONTO - SALDO R$:'.
           05 EXT-FLX-SALDO PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER        PIC X(17) VALUE '  TRANSPORTE R$: '.
           05 EXT-FLX-TRANSP PIC -ZZ.ZZZ.ZZZ.ZZ9,99.

       01 LINHA-EXT-SIT.
           05 FILLER        PIC X(11) VALUE 'SITUACAO..:'.
           05 FILLER        PIC X(01) VALUE SPACES.
           05 FILLER        PIC X(19) VALUE '  TOTAL COMISSAO: '.
           05 TOT-COMISSAO  PIC ZZZZ.ZZZ.ZZZ.ZZ9,99.

       01 LINHA-TOT-RET.
           05 FILLER        PIC X(18) VALUE 'RETIDO.......INSS:'.
           05 TOT-INSS      PIC ZZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER        PIC X(07) VALUE '  IRRF:'.
           05 TOT-IRRF      PIC ZZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER        PIC X(06) VALUE '  ISS:'.
           05 TOT-ISS       PIC ZZZZ.ZZZ.ZZZ.ZZ9,99.

       01 LINHA-TOT-LIQ.
           05 FILLER        PIC X(18) VALUE 'LIQUIDO A PAGAR..:'.
           05 TOT-LIQUIDO   PIC ZZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER        PIC X(23) VALUE
              '  SEM RETENCAO CALC.: '.
           05 TOT-SEM-RET   PIC ZZZZ9.

       01 LINHA-TOT-AJU.
           05 FILLER        PIC X(14) VALUE 'ESTORNOS.....:'.
           05 TOT-ESTORNO   PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER        PIC X(14) VALUE '  RECREDITOS: '.
           05 TOT-RECREDITO PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER        PIC X(11) VALUE '  ADIADOS: '.
           05 TOT-ADIADOS   PIC ZZZZ9.

       01 LINHA-TOT-FLEX.
           05 FILLER        PIC X(30) VALUE
              'VERBAS DE DESCONTO FECHADAS: '.
           05 TOT-FLEX      PIC ZZZZ9.

       01 LINHA-OVR-CAB.
           05 FILLER        PIC X(030) VALUE
           'PROVA DE COBOL '.
           05 FILLER        PIC X(030) VALUE
           'OVERRIDE DE SUPERVISORES'.
           05 FILLER        PIC X(014) VALUE 'COMPETENCIA : '.
           05 OVR-ANOMES    PIC 9(06).

       01 LINHA-OVR-COL.
           05 FILLER        PIC X(32) VALUE 'SUPERVISOR'.
           05 FILLER        PIC X(05) VALUE ' VEND'.
           05 FILLER        PIC X(18) VALUE '    BASE EQUIPE R$'.
           05 FILLER        PIC X(07) VALUE ' TAXA %'.
           05 FILLER        PIC X(18) VALUE '       OVERRIDE R$'.
           05 FILLER        PIC X(01) VALUE SPACES.
           05 FILLER        PIC X(08) VALUE 'SITUACAO'.

       01 LINHA-OVR-DET.
           05 OVR-CODV      PIC 9(05).
           05 FILLER        PIC X(01) VALUE SPACES.
           05 OVR-NOME      PIC X(25).
           05 FILLER        PIC X(01) VALUE SPACES.
           05 OVR-QTD       PIC ZZZZ9.
           05 FILLER        PIC X(01) VALUE SPACES.
           05 OVR-BASE      PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER        PIC X(02) VALUE SPACES.
           05 OVR-TAXA      PIC Z9,99.
           05 FILLER        PIC X(01) VALUE SPACES.
           05 OVR-VALOR     PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER        PIC X(01) VALUE SPACES.
           05 OVR-SITUACAO  PIC X(19).

       01 LINHA-TOT-OVR.
           05 FILLER        PIC X(30) VALUE
              'OVERRIDES FECHADOS.........: '.
           05 TOT-OVR-QTD   PIC ZZZZ9.
           05 FILLER        PIC X(19) VALUE '  TOTAL OVERRIDE: '.
           05 TOT-OVR-VLR   PIC ZZZZ.ZZZ.ZZZ.ZZ9,99.

       01 LINHA-BRANCO      PIC X(80) VALUE SPACES.

       COPY LK_IDEXEC.

       COPY LK_TAXACOM.

       COPY LK_TAXALIN.

       COPY LK_EQUIPE.

       COPY LK_RETFONTE.

       COPY LK_SPOOL.

       COPY LK_PARAM.

       77 WS-NUML           PIC 999.
       77 WS-NUMC           PIC 999.
       77 COR-FUNDO         PIC 9 VALUE 1.
           PERFORM MONTA-CAMINHOS
           MOVE 'PROG67'  TO LK-IDX-PROGRAMA
           CALL "PROG58" USING LK-IDEXEC END-CALL
      *    Transporte ou nao do saldo da verba de desconto.
           CALL "PROG41" USING LK-PARAM END-CALL

           ACCEPT WS-PARM FROM COMMAND-LINE
           IF WS-PARM NOT = SPACES
           PERFORM FECHA-VENDEDOR
              THRU FECHA-VENDEDOR-SAI UNTIL FSV-FIM-REG

           PERFORM FECHA-OVERRIDES THRU FECHA-OVERRIDES-FIM

           PERFORM FECHA-TOTAIS
           PERFORM FINALIZA
           .
                GO TO FECHA-VENDEDOR-SAI
           END-READ

           PERFORM FECHA-VERBA-FLEX THRU FECHA-VERBA-FLEX-FIM

           IF VEN-INATIVO
              GO TO FECHA-VENDEDOR-SAI
           END-IF
                   CONTINUE
                NOT INVALID KEY
                   ADD 1 TO WS-QTD-JA-FECHADOS
                   PERFORM ACUMULA-OVERRIDE THRU ACUMULA-OVERRIDE-SAI
                   PERFORM IMPRIME-EXTRATO-JA-FECHADO
                   GO TO FECHA-VENDEDOR-SAI
           END-READ

           PERFORM TOTALIZA-BASE THRU TOTALIZA-BASE-SAI
      *    No caixa a devolucao ja fica fora: o credito da nota de
      *    devolucao nao conta como recebimento.
           IF TEM-DEVOL AND NOT LK-PAR-COMIS-CAIXA
              PERFORM TOTALIZA-DEVOLUCOES
                 THRU TOTALIZA-DEVOLUCOES-SAI
           END-IF

           IF WS-SDO-BASE < ZEROS
              MOVE ZEROS       TO WS-VLR-BASE
           ELSE
              MOVE WS-SDO-BASE TO WS-VLR-BASE
           END-IF
           IF WS-SDO-COMISSAO < ZEROS
              MOVE ZEROS           TO WS-VLR-COMISSAO
           ELSE
              MOVE WS-SDO-COMISSAO TO WS-VLR-COMISSAO
           END-IF

           PERFORM APURA-ESTORNOS THRU APURA-ESTORNOS-FIM

      *    Sem pedido no mes o vendedor so fecha se tiver recredito a
      *    receber; o estorno que nao coube fica para o proximo.
           IF WS-QTD-PEDIDOS = ZEROS AND WS-VLR-RECREDITO = ZEROS
              GO TO FECHA-VENDEDOR-SAI
           END-IF
           COMPUTE WS-VLR-COMISSAO = WS-VLR-COMISSAO
                                   + WS-VLR-RECREDITO - WS-VLR-ESTORNO

      *    Congela a taxa do vendedor vigente no fim da competencia
      *    (a conta em si ja foi item a item, pela taxa da linha ou
      *    do vendedor na data).
           MOVE VEN-COD      TO LK-TX-CODV
           MOVE WS-DATA-FIM  TO LK-TX-DATA
           MOVE VEN-COMISSAO TO LK-TX-TAXA-ATUAL
           CALL "PROG101" USING LK-TAXACOM END-CALL

           PERFORM CALCULA-RETENCAO THRU CALCULA-RETENCAO-FIM

           MOVE VEN-COD          TO COM-CODV
           MOVE WS-ANOMES        TO COM-ANOMES
           MOVE WS-VLR-BASE      TO COM-BASE
           MOVE 'C'              TO COM-SITUACAO
           MOVE WS-DATA-HOJE     TO COM-DT-FECHAMENTO
           MOVE WS-OPERADOR-EXEC TO COM-OPERADOR
           MOVE WS-VINCULO       TO COM-VINCULO
           MOVE WS-REGIME        TO COM-REGIME
           MOVE WS-VLR-INSS      TO COM-VLR-INSS
           MOVE WS-VLR-IRRF      TO COM-VLR-IRRF
           MOVE WS-VLR-ISS       TO COM-VLR-ISS
           MOVE WS-VLR-LIQUIDO   TO COM-VLR-LIQUIDO
           MOVE ZEROS            TO COM-DT-APROVACAO
                                    COM-DT-PAGAMENTO
           MOVE SPACES           TO COM-OPER-APROVACAO
                                    COM-OPER-PAGAMENTO
                                    COM-SEQ-PAGAMENTO
           MOVE WS-REGIME-BASE   TO COM-BASE-REGIME
           MOVE WS-VLR-ESTORNO   TO COM-VLR-ESTORNO
           MOVE WS-VLR-RECREDITO TO COM-VLR-RECREDITO

           WRITE COMISSAO-COM
                 INVALID KEY
                   PERFORM FINALIZA
           END-WRITE

           PERFORM ORDENA-LINHAS THRU ORDENA-LINHAS-FIM
           PERFORM GRAVA-ABERTURA
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-QTD-LINHAS

           ADD 1               TO WS-QTD-FECHADOS
           ADD WS-VLR-COMISSAO TO WS-TOT-COMISSAO
           ADD WS-VLR-INSS     TO WS-TOT-INSS
           ADD WS-VLR-IRRF     TO WS-TOT-IRRF
           ADD WS-VLR-ISS      TO WS-TOT-ISS
           ADD WS-VLR-LIQUIDO  TO WS-TOT-LIQUIDO
           ADD WS-VLR-ESTORNO  TO WS-TOT-ESTORNO
           ADD WS-VLR-RECREDITO TO WS-TOT-RECREDITO

           PERFORM ACUMULA-OVERRIDE THRU ACUMULA-OVERRIDE-SAI

           MOVE 'FECHADA NESTA EXECUCAO' TO EXT-SITUACAO
           PERFORM IMPRIME-EXTRATO
       FECHA-VENDEDOR-SAI.
           EXIT.

      *-------------------------------------------------------------*
       FECHA-VERBA-FLEX.
      *-------------------------------------------------------------*
      *    Fecha a verba de desconto do vendedor na competencia (ja
      *    fechada so e' lida para o extrato). Com transporte
      *    (PAR-FLEX-TRANSPORTA), o saldo final, positivo ou
      *    negativo, abre a competencia seguinte; sem ele, zera.
           MOVE 'N' TO WS-FLEX-LIDA
           IF NOT TEM-FLEXVEN
              GO TO FECHA-VERBA-FLEX-FIM
           END-IF

           MOVE VEN-COD   TO FLX-CODV
           MOVE WS-ANOMES TO FLX-ANOMES
           READ FLEXVEN
                INVALID KEY
                   GO TO FECHA-VERBA-FLEX-FIM
           END-READ
           SET FLEX-LIDA TO TRUE

           IF FLX-FECHADA
              MOVE FLX-SALDO        TO WS-FLEX-SALDO
              MOVE FLX-SALDO-TRANSP TO WS-FLEX-TRANSP
              GO TO FECHA-VERBA-FLEX-FIM
           END-IF

           MOVE FLX-SALDO TO WS-FLEX-SALDO
           IF LK-PAR-FLEX-ZERA
              MOVE ZEROS     TO WS-FLEX-TRANSP
           ELSE
              MOVE FLX-SALDO TO WS-FLEX-TRANSP
           END-IF
           MOVE 'F'            TO FLX-SITUACAO
           MOVE WS-DATA-HOJE   TO FLX-DT-FECHAMENTO
           MOVE WS-FLEX-TRANSP TO FLX-SALDO-TRANSP
           REWRITE FLEXVEN-FLX
               INVALID KEY
                  DISPLAY 'ERRO REGRAVANDO FLEXVEN.ARQ FS=' FLX-STAT
                  MOVE 12 TO WS-RETCODE
                  GO TO FECHA-VERBA-FLEX-FIM
           END-REWRITE
           ADD 1 TO WS-QTD-FLEX

           IF WS-FLEX-TRANSP = ZEROS
              GO TO FECHA-VERBA-FLEX-FIM
           END-IF

           MOVE WS-ANOMES TO WS-ANOMES-SEG
           IF WS-SEG-MES = 12
              MOVE 01 TO WS-SEG-MES
              ADD 1   TO WS-SEG-ANO
           ELSE
              ADD 1   TO WS-SEG-MES
           END-IF
           MOVE VEN-COD       TO FLX-CODV
           MOVE WS-ANOMES-SEG TO FLX-ANOMES
           READ FLEXVEN
                INVALID KEY
                   MOVE VEN-COD       TO FLX-CODV
                   MOVE WS-ANOMES-SEG TO FLX-ANOMES
                   MOVE ZEROS TO FLX-SALDO-ANT FLX-CREDITOS
                                 FLX-DEBITOS FLX-SALDO FLX-QTD-MOV
                                 FLX-DT-FECHAMENTO FLX-SALDO-TRANSP
                   MOVE 'A'   TO FLX-SITUACAO
                   WRITE FLEXVEN-FLX END-WRITE
           END-READ
           ADD WS-FLEX-TRANSP TO FLX-SALDO-ANT FLX-SALDO
           REWRITE FLEXVEN-FLX
               INVALID KEY
                  DISPLAY 'ERRO REGRAVANDO FLEXVEN.ARQ FS=' FLX-STAT
                  MOVE 12 TO WS-RETCODE
           END-REWRITE
           .
       FECHA-VERBA-FLEX-FIM.
           EXIT.

      *-------------------------------------------------------------*
       TOTALIZA-BASE.
      *-------------------------------------------------------------*
      *    Base do fechamento: pedidos PED-FATURADO da competencia,
      *    pela chave alternada PED-CODV (no regime de caixa, os de
      *    qualquer data com recebimento no mes).
           MOVE ZEROS   TO WS-QTD-PEDIDOS WS-VLR-BASE
                           WS-VLR-COMISSAO WS-VLR-COBERTURA
                           WS-SDO-BASE WS-SDO-COMISSAO
                           WS-QTD-LINHAS WS-QTD-AJU
                           WS-VLR-ESTORNO WS-VLR-RECREDITO
           IF LK-PAR-COMIS-CAIXA
              MOVE 'C' TO WS-REGIME-BASE
           ELSE
              MOVE 'F' TO WS-REGIME-BASE
           END-IF

           MOVE VEN-COD TO PED-CODV
           START PEDIDOS KEY NOT LESS THAN PED-CODV
              GO TO SOMA-UM-PEDIDO-SAI
           END-IF

           IF LK-PAR-COMIS-CAIXA
              PERFORM APURA-RECEBIDO THRU APURA-RECEBIDO-FIM
              IF WS-FATOR = ZEROS
                 GO TO SOMA-UM-PEDIDO-SAI
              END-IF
           ELSE
              IF PED-DATA < WS-DATA-INI OR PED-DATA > WS-DATA-FIM
                 GO TO SOMA-UM-PEDIDO-SAI
              END-IF
              MOVE 1 TO WS-FATOR
           END-IF

           ADD 01        TO WS-QTD-PEDIDOS
           MOVE WS-SDO-COMISSAO TO WS-COM-ANT

      *    Base e comissao pelos itens do pedido (PEDITEM.ARQ), cada
      *    um na linha do produto, com a taxa vigente na data do
      *    pedido; pedido sem itens vale pelo PED-VALOR.
           MOVE +1         TO WS-SINAL
           MOVE PED-DATA   TO WS-DATA-ITEM
           MOVE ZEROS      TO WS-VLR-PEDIDO WS-QTD-ITENS-DOC
           MOVE PED-NUMERO TO ITE-PEDIDO
           MOVE ZEROS      TO ITE-SEQ
           START PEDITEM KEY NOT LESS THAN ITE-KEY
                 INVALID KEY
                    MOVE 10 TO ITE-STAT
           END-START
           PERFORM SOMA-UM-ITEM
              THRU SOMA-UM-ITEM-SAI UNTIL FSI-FIM-REG
           MOVE ZEROS TO ITE-STAT

           IF WS-QTD-ITENS-DOC = ZEROS
              COMPUTE WS-VLR-ITEM ROUNDED = PED-VALOR * WS-FATOR
              MOVE WS-VLR-ITEM TO WS-VLR-PEDIDO
              MOVE SPACES    TO WS-LINHA-ITEM
              PERFORM APLICA-ITEM THRU APLICA-ITEM-FIM
           END-IF

      *    Cliente de outra carteira (cobertura de ausencia): o
      *    valor sai destacado para a divisao da comissao.
                   CONTINUE
                NOT INVALID KEY
                   IF CLI-VEND NOT = VEN-COD
                      ADD WS-VLR-PEDIDO TO WS-VLR-COBERTURA
                   END-IF
           END-READ

      *    No faturamento a comissao do pedido fica registrada fatura
      *    a fatura, base de um estorno futuro.
           IF TEM-FATURA AND NOT LK-PAR-COMIS-CAIXA
              AND WS-SDO-COMISSAO > WS-COM-ANT
              COMPUTE WS-COM-PEDIDO = WS-SDO-COMISSAO - WS-COM-ANT
              PERFORM REGISTRA-COMFAT THRU REGISTRA-COMFAT-FIM
           END-IF
           .
       SOMA-UM-PEDIDO-SAI.
           EXIT.

      *-------------------------------------------------------------*
       APURA-RECEBIDO.
      *-------------------------------------------------------------*
      *    Regime de caixa: o pedido entra pelo principal que as suas
      *    faturas receberam na competencia (credito de nota de
      *    devolucao nao e' caixa), na proporcao do total faturado.
      *    Pedido de competencia ja fechada pelo faturamento foi
      *    comissionado inteiro e nao entra de novo.
           MOVE ZEROS TO WS-FATOR WS-PED-FATURADO WS-PED-RECEBIDO
                         WS-QTD-FAT-PED
           IF PED-DATA > WS-DATA-FIM
              GO TO APURA-RECEBIDO-FIM
           END-IF

           MOVE VEN-COD        TO COM-CODV
           MOVE PED-DATA (1:6) TO COM-ANOMES
           READ COMISSAO
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   IF COM-REGIME-FATUR
                      GO TO APURA-RECEBIDO-FIM
                   END-IF
           END-READ

           MOVE PED-CODC TO FAT-CODC
           START FATURA KEY NOT LESS THAN FAT-CODC
                 INVALID KEY
                    MOVE 10 TO FAT-STAT
           END-START
           PERFORM SOMA-FATURA-PEDIDO
              THRU SOMA-FATURA-PEDIDO-SAI UNTIL FSF-FIM-REG
           MOVE ZEROS TO FAT-STAT

           IF WS-PED-RECEBIDO = ZEROS OR WS-PED-FATURADO = ZEROS
              GO TO APURA-RECEBIDO-FIM
           END-IF

           IF WS-PED-RECEBIDO NOT < WS-PED-FATURADO
              MOVE 1 TO WS-FATOR
           ELSE
              COMPUTE WS-FATOR ROUNDED =
                      WS-PED-RECEBIDO / WS-PED-FATURADO
           END-IF
           .
       APURA-RECEBIDO-FIM.
           EXIT.

      *-------------------------------------------------------------*
       SOMA-FATURA-PEDIDO.
      *-------------------------------------------------------------*
      *    Faturas (parcelas) do pedido, pela chave alternada do
      *    cliente; cancelada nao conta. No caixa soma tambem o que
      *    cada uma recebeu no mes.
           READ FATURA NEXT AT END
                GO TO SOMA-FATURA-PEDIDO-SAI
           END-READ

           IF FAT-CODC NOT = PED-CODC
              MOVE 10 TO FAT-STAT
              GO TO SOMA-FATURA-PEDIDO-SAI
           END-IF

           IF FAT-PEDIDO NOT = PED-NUMERO OR FAT-CANCELADA
              GO TO SOMA-FATURA-PEDIDO-SAI
           END-IF

           ADD 1         TO WS-QTD-FAT-PED
           ADD FAT-VALOR TO WS-PED-FATURADO

           IF TEM-FATPAG AND LK-PAR-COMIS-CAIXA
              MOVE FAT-NUMERO TO FPG-NUMERO
              MOVE ZEROS      TO FPG-SEQ
              START FATPAG KEY NOT LESS THAN FPG-KEY
                    INVALID KEY
                       MOVE 10 TO FPG-STAT
              END-START
              PERFORM SOMA-RECEBTO-MES
                 THRU SOMA-RECEBTO-MES-SAI UNTIL FSG-FIM-REG
              MOVE ZEROS TO FPG-STAT
           END-IF
           .
       SOMA-FATURA-PEDIDO-SAI.
           EXIT.

      *-------------------------------------------------------------*
       SOMA-RECEBTO-MES.
      *-------------------------------------------------------------*
           READ FATPAG NEXT AT END
                GO TO SOMA-RECEBTO-MES-SAI
           END-READ

           IF FPG-NUMERO NOT = FAT-NUMERO
              MOVE 10 TO FPG-STAT
              GO TO SOMA-RECEBTO-MES-SAI
           END-IF

           IF FPG-NOTA-CRED
              OR FPG-DATA < WS-DATA-INI OR FPG-DATA > WS-DATA-FIM
              GO TO SOMA-RECEBTO-MES-SAI
           END-IF

      *    Lancamento anterior a divisao de encargos: tudo principal.
           IF FPG-VLR-PRINCIPAL NUMERIC
              AND FPG-VLR-PRINCIPAL > ZEROS
              MOVE FPG-VLR-PRINCIPAL TO WS-VLR-RECEBTO
           ELSE
              MOVE FPG-VALOR         TO WS-VLR-RECEBTO
           END-IF
           ADD WS-VLR-RECEBTO TO WS-PED-RECEBIDO
           .
       SOMA-RECEBTO-MES-SAI.
           EXIT.

      *-------------------------------------------------------------*
       REGISTRA-COMFAT.
      *-------------------------------------------------------------*
      *    Reparte a comissao do pedido entre as suas faturas pelo
      *    valor de cada uma (a ultima leva a diferenca dos
      *    centavos). Pedido ainda sem fatura emitida fica sem
      *    registro - nao ha fatura a estornar.
           MOVE ZEROS TO WS-PED-FATURADO WS-QTD-FAT-PED
           MOVE PED-CODC TO FAT-CODC
           START FATURA KEY NOT LESS THAN FAT-CODC
                 INVALID KEY
                    MOVE 10 TO FAT-STAT
           END-START
           PERFORM SOMA-FATURA-PEDIDO
              THRU SOMA-FATURA-PEDIDO-SAI UNTIL FSF-FIM-REG
           MOVE ZEROS TO FAT-STAT

           IF WS-QTD-FAT-PED = ZEROS OR WS-PED-FATURADO = ZEROS
              GO TO REGISTRA-COMFAT-FIM
           END-IF

           MOVE ZEROS TO WS-IDX-FAT WS-COM-REPARTIDA
           MOVE PED-CODC TO FAT-CODC
           START FATURA KEY NOT LESS THAN FAT-CODC
                 INVALID KEY
                    MOVE 10 TO FAT-STAT
           END-START
           PERFORM GRAVA-COMFAT
              THRU GRAVA-COMFAT-SAI UNTIL FSF-FIM-REG
           MOVE ZEROS TO FAT-STAT
           .
       REGISTRA-COMFAT-FIM.
           EXIT.

      *-------------------------------------------------------------*
       GRAVA-COMFAT.
      *-------------------------------------------------------------*
           READ FATURA NEXT AT END
                GO TO GRAVA-COMFAT-SAI
           END-READ

           IF FAT-CODC NOT = PED-CODC
              MOVE 10 TO FAT-STAT
              GO TO GRAVA-COMFAT-SAI
           END-IF

           IF FAT-PEDIDO NOT = PED-NUMERO OR FAT-CANCELADA
              GO TO GRAVA-COMFAT-SAI
           END-IF

           ADD 1 TO WS-IDX-FAT
           MOVE FAT-NUMERO TO CFT-FATURA
           MOVE VEN-COD    TO CFT-CODV
           MOVE PED-NUMERO TO CFT-PEDIDO
           MOVE WS-ANOMES  TO CFT-ANOMES
           IF WS-IDX-FAT < WS-QTD-FAT-PED
              COMPUTE CFT-VALOR ROUNDED =
                      WS-COM-PEDIDO * FAT-VALOR / WS-PED-FATURADO
           ELSE
              IF WS-COM-REPARTIDA < WS-COM-PEDIDO
                 COMPUTE CFT-VALOR = WS-COM-PEDIDO - WS-COM-REPARTIDA
              ELSE
                 MOVE ZEROS TO CFT-VALOR
              END-IF
           END-IF
           ADD CFT-VALOR TO WS-COM-REPARTIDA
           MOVE 'C'        TO CFT-SITUACAO
           MOVE SPACES     TO CFT-MOTIVO
           MOVE ZEROS      TO CFT-DIAS-ATRASO CFT-VLR-ESTORNO
                              CFT-ANOMES-ESTORNO CFT-ANOMES-CREDITO

           WRITE COMFAT-CFT
                 INVALID KEY
                    REWRITE COMFAT-CFT END-REWRITE
           END-WRITE
           .
       GRAVA-COMFAT-SAI.
           EXIT.

      *-------------------------------------------------------------*
       SOMA-UM-ITEM.
      *-------------------------------------------------------------*
           READ PEDITEM NEXT AT END
                GO TO SOMA-UM-ITEM-SAI
           END-READ

           IF ITE-PEDIDO NOT = PED-NUMERO
              MOVE 10 TO ITE-STAT
              GO TO SOMA-UM-ITEM-SAI
           END-IF

           ADD 1 TO WS-QTD-ITENS-DOC
           COMPUTE WS-VLR-ITEM ROUNDED = ITE-QTDE * ITE-PRECO
                                         * WS-FATOR
           ADD WS-VLR-ITEM TO WS-VLR-PEDIDO

           MOVE ITE-PROD TO PRO-COD
           PERFORM BUSCA-LINHA-PRODUTO THRU BUSCA-LINHA-PRODUTO-FIM
           PERFORM APLICA-ITEM THRU APLICA-ITEM-FIM
           .
       SOMA-UM-ITEM-SAI.
           EXIT.

      *-------------------------------------------------------------*
       BUSCA-LINHA-PRODUTO.
      *-------------------------------------------------------------*
           MOVE SPACES TO WS-LINHA-ITEM
           READ PRODUTO
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   MOVE PRO-LINHA TO WS-LINHA-ITEM
           END-READ
           .
       BUSCA-LINHA-PRODUTO-FIM.
           EXIT.

      *-------------------------------------------------------------*
       APLICA-ITEM.
      *-------------------------------------------------------------*
      *    Soma (venda) ou abate (devolucao, WS-SINAL negativo) o
      *    valor do item e a sua comissao no total do vendedor e na
      *    linha do produto.
           MOVE WS-LINHA-ITEM TO LK-TL-LINHA
           MOVE VEN-COD       TO LK-TL-CODV
           MOVE WS-DATA-ITEM  TO LK-TL-DATA
           MOVE VEN-COMISSAO  TO LK-TL-TAXA-ATUAL
           CALL "PROG161" USING LK-TAXALIN END-CALL
           COMPUTE WS-COM-ITEM ROUNDED =
                   WS-VLR-ITEM * LK-TL-TAXA / 100

           COMPUTE WS-SDO-BASE = WS-SDO-BASE
                                 + WS-SINAL * WS-VLR-ITEM
           COMPUTE WS-SDO-COMISSAO = WS-SDO-COMISSAO
                                     + WS-SINAL * WS-COM-ITEM

           MOVE ZEROS TO WS-IDX-ACHOU
           PERFORM PROCURA-LINHA
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-QTD-LINHAS
                  OR WS-IDX-ACHOU NOT = ZEROS

           IF WS-IDX-ACHOU = ZEROS
              IF WS-QTD-LINHAS = 100
                 GO TO APLICA-ITEM-FIM
              END-IF
              ADD 1 TO WS-QTD-LINHAS
              MOVE WS-QTD-LINHAS TO WS-IDX-ACHOU
              MOVE WS-LINHA-ITEM TO WS-TL-LINHA (WS-IDX-ACHOU)
              MOVE ZEROS TO WS-TL-BASE     (WS-IDX-ACHOU)
                            WS-TL-COMISSAO (WS-IDX-ACHOU)
           END-IF

           COMPUTE WS-TL-BASE (WS-IDX-ACHOU) =
                   WS-TL-BASE (WS-IDX-ACHOU) + WS-SINAL * WS-VLR-ITEM
           COMPUTE WS-TL-COMISSAO (WS-IDX-ACHOU) =
                   WS-TL-COMISSAO (WS-IDX-ACHOU)
                   + WS-SINAL * WS-COM-ITEM
           .
       APLICA-ITEM-FIM.
           EXIT.

      *-------------------------------------------------------------*
       PROCURA-LINHA.
      *-------------------------------------------------------------*
           IF WS-TL-LINHA (WS-IDX) = WS-LINHA-ITEM
              MOVE WS-IDX TO WS-IDX-ACHOU
           END-IF
           .
       PROCURA-LINHA-FIM.
           EXIT.

      *-----------------------------------------------------------*
       TOTALIZA-DEVOLUCOES.
      *-----------------------------------------------------------*
      *    Abate as devolucoes do vendedor no periodo (DEVOLUCAO.ARQ,
      *    chave alternada DEV-CODV), do valor e da comissao - item
      *    a item (DEVITEM.ARQ) na linha do produto, com a taxa
      *    vigente na data da devolucao, como na venda. O abatimento
      *    nao deixa o total do vendedor negativo.
           MOVE VEN-COD TO DEV-CODV
           START DEVOLUCAO KEY NOT LESS THAN DEV-CODV
                 INVALID KEY
              GO TO ABATE-UMA-DEVOLUCAO-SAI
           END-IF

           MOVE -1         TO WS-SINAL
           MOVE DEV-DATA   TO WS-DATA-ITEM
           MOVE ZEROS      TO WS-QTD-ITENS-DOC
           IF TEM-DEVITEM
              MOVE DEV-NUMERO TO DVI-NUMERO
              MOVE ZEROS      TO DVI-SEQ
              START DEVITEM KEY NOT LESS THAN DVI-KEY
                    INVALID KEY
                       MOVE 10 TO DVI-STAT
              END-START
              PERFORM ABATE-UM-ITEM
                 THRU ABATE-UM-ITEM-SAI UNTIL FSDI-FIM-REG
              MOVE ZEROS TO DVI-STAT
           END-IF

           IF WS-QTD-ITENS-DOC = ZEROS
              MOVE DEV-VALOR TO WS-VLR-ITEM
              MOVE SPACES    TO WS-LINHA-ITEM
              PERFORM APLICA-ITEM THRU APLICA-ITEM-FIM
           END-IF
           .
       ABATE-UMA-DEVOLUCAO-SAI.
           EXIT.

      *-----------------------------------------------------------*
       ABATE-UM-ITEM.
      *-----------------------------------------------------------*
           READ DEVITEM NEXT AT END
                GO TO ABATE-UM-ITEM-SAI
           END-READ

           IF DVI-NUMERO NOT = DEV-NUMERO
              MOVE 10 TO DVI-STAT
              GO TO ABATE-UM-ITEM-SAI
           END-IF

           ADD 1 TO WS-QTD-ITENS-DOC
           COMPUTE WS-VLR-ITEM ROUNDED = DVI-QTDE * DVI-PRECO

           MOVE DVI-PROD TO PRO-COD
           PERFORM BUSCA-LINHA-PRODUTO THRU BUSCA-LINHA-PRODUTO-FIM
           PERFORM APLICA-ITEM THRU APLICA-ITEM-FIM
           .
       ABATE-UM-ITEM-SAI.
           EXIT.

      *-----------------------------------------------------------*
       APURA-ESTORNOS.
      *-----------------------------------------------------------*
      *    Acompanha as faturas do vendedor comissionadas em
      *    competencias anteriores (COMFAT.ARQ): a que passou do
      *    atraso limite (PAR-COM-DIAS-ESTORNO, do vencimento ate
      *    hoje) tem estornada a comissao do saldo em aberto; a
      *    baixada (cancelada) estorna tudo; a estornada que enfim
      *    foi paga recebe de volta o que perdeu. O estorno so entra
      *    se couber no que o vendedor tem a receber neste
      *    fechamento; senao fica adiado para o proximo.
           IF NOT TEM-FATURA
              GO TO APURA-ESTORNOS-FIM
           END-IF

           MOVE VEN-COD TO CFT-CODV
           START COMFAT KEY NOT LESS THAN CFT-CODV
                 INVALID KEY
                    MOVE 10 TO CFT-STAT
           END-START
           PERFORM CONFERE-UMA-FATURA
              THRU CONFERE-UMA-FATURA-SAI UNTIL FSCF-FIM-REG
           MOVE ZEROS TO CFT-STAT
           .
       APURA-ESTORNOS-FIM.
           EXIT.

      *-----------------------------------------------------------*
       CONFERE-UMA-FATURA.
      *-----------------------------------------------------------*
           READ COMFAT NEXT AT END
                GO TO CONFERE-UMA-FATURA-SAI
           END-READ

           IF CFT-CODV NOT = VEN-COD
              MOVE 10 TO CFT-STAT
              GO TO CONFERE-UMA-FATURA-SAI
           END-IF

           IF CFT-ANOMES NOT < WS-ANOMES
              OR CFT-QUITADA OR CFT-RECREDITADA
              GO TO CONFERE-UMA-FATURA-SAI
           END-IF

           MOVE CFT-FATURA TO FAT-NUMERO
           READ FATURA
                INVALID KEY
                   GO TO CONFERE-UMA-FATURA-SAI
           END-READ

           MOVE ZEROS TO WS-DIAS-ATRASO WS-VLR-AJUSTE
           EVALUATE TRUE
              WHEN CFT-ESTORNADA
                 IF FAT-PAGA
                    PERFORM RECREDITA-FATURA THRU RECREDITA-FATURA-FIM
                 END-IF
              WHEN FAT-PAGA
                 MOVE 'Q' TO CFT-SITUACAO
                 REWRITE COMFAT-CFT END-REWRITE
              WHEN FAT-CANCELADA
                 MOVE 'B'       TO CFT-MOTIVO
                 MOVE CFT-VALOR TO WS-VLR-AJUSTE
                 PERFORM ESTORNA-FATURA THRU ESTORNA-FATURA-FIM
              WHEN FAT-ABERTA AND FAT-VENCTO > ZEROS
                   AND FAT-VENCTO < WS-DATA-HOJE
                 COMPUTE WS-DIAS-ATRASO =
                         FUNCTION INTEGER-OF-DATE (WS-DATA-HOJE)
                       - FUNCTION INTEGER-OF-DATE (FAT-VENCTO)
                 IF WS-DIAS-ATRASO > LK-PAR-COM-DIAS-EST
                    AND FAT-VALOR > FAT-VALOR-PAGO
                    MOVE 'A' TO CFT-MOTIVO
                    COMPUTE WS-VLR-AJUSTE ROUNDED = CFT-VALOR
                          * (FAT-VALOR - FAT-VALOR-PAGO) / FAT-VALOR
                    PERFORM ESTORNA-FATURA THRU ESTORNA-FATURA-FIM
                 END-IF
           END-EVALUATE
           .
       CONFERE-UMA-FATURA-SAI.
           EXIT.

      *-----------------------------------------------------------*
       ESTORNA-FATURA.
      *-----------------------------------------------------------*
           IF WS-VLR-AJUSTE = ZEROS
              GO TO ESTORNA-FATURA-FIM
           END-IF
           IF WS-DIAS-ATRASO > 9999
              MOVE 9999 TO WS-DIAS-ATRASO
           END-IF
           MOVE WS-DIAS-ATRASO TO CFT-DIAS-ATRASO

           COMPUTE WS-SDO-DISPONIVEL = WS-VLR-COMISSAO
                                     + WS-VLR-RECREDITO - WS-VLR-ESTORNO
           IF WS-VLR-AJUSTE > WS-SDO-DISPONIVEL
              ADD 1 TO WS-QTD-ADIADOS
              MOVE 'D' TO WS-TIPO-AJUSTE
              PERFORM GUARDA-AJUSTE THRU GUARDA-AJUSTE-FIM
              GO TO ESTORNA-FATURA-FIM
           END-IF

           MOVE 'E'           TO CFT-SITUACAO
           MOVE WS-VLR-AJUSTE TO CFT-VLR-ESTORNO
           MOVE WS-ANOMES     TO CFT-ANOMES-ESTORNO
           REWRITE COMFAT-CFT
               INVALID KEY
                  DISPLAY 'ERRO REGRAVANDO COMFAT.ARQ FS=' CFT-STAT
                  MOVE 12 TO WS-RETCODE
                  GO TO ESTORNA-FATURA-FIM
           END-REWRITE
           ADD WS-VLR-AJUSTE TO WS-VLR-ESTORNO
           MOVE 'E' TO WS-TIPO-AJUSTE
           PERFORM GUARDA-AJUSTE THRU GUARDA-AJUSTE-FIM
           .
       ESTORNA-FATURA-FIM.
           EXIT.

      *-----------------------------------------------------------*
       RECREDITA-FATURA.
      *-----------------------------------------------------------*
           MOVE CFT-VLR-ESTORNO TO WS-VLR-AJUSTE
           MOVE 'R'             TO CFT-SITUACAO
           MOVE WS-ANOMES       TO CFT-ANOMES-CREDITO
           REWRITE COMFAT-CFT
               INVALID KEY
                  DISPLAY 'ERRO REGRAVANDO COMFAT.ARQ FS=' CFT-STAT
                  MOVE 12 TO WS-RETCODE
                  GO TO RECREDITA-FATURA-FIM
           END-REWRITE
           ADD WS-VLR-AJUSTE TO WS-VLR-RECREDITO
           MOVE 'R' TO WS-TIPO-AJUSTE
           PERFORM GUARDA-AJUSTE THRU GUARDA-AJUSTE-FIM
           .
       RECREDITA-FATURA-FIM.
           EXIT.

      *-----------------------------------------------------------*
       GUARDA-AJUSTE.
      *-----------------------------------------------------------*
      *    Linha do estorno/recredito para o extrato do vendedor.
           IF WS-QTD-AJU = 200
              GO TO GUARDA-AJUSTE-FIM
           END-IF
           ADD 1 TO WS-QTD-AJU
           MOVE WS-TIPO-AJUSTE  TO WS-AJ-TIPO   (WS-QTD-AJU)
           MOVE CFT-FATURA      TO WS-AJ-FATURA (WS-QTD-AJU)
           MOVE CFT-PEDIDO      TO WS-AJ-PEDIDO (WS-QTD-AJU)
           MOVE CFT-ANOMES      TO WS-AJ-ANOMES (WS-QTD-AJU)
           MOVE CFT-MOTIVO      TO WS-AJ-MOTIVO (WS-QTD-AJU)
           MOVE CFT-DIAS-ATRASO TO WS-AJ-DIAS   (WS-QTD-AJU)
           MOVE WS-VLR-AJUSTE   TO WS-AJ-VALOR  (WS-QTD-AJU)
           .
       GUARDA-AJUSTE-FIM.
           EXIT.

      *-----------------------------------------------------------*
       CARREGA-UM-AJUSTE.
      *-----------------------------------------------------------*
      *    Reimpressao: estornos e recreditos lancados na competencia.
           READ COMFAT NEXT AT END
                GO TO CARREGA-UM-AJUSTE-SAI
           END-READ

           IF CFT-CODV NOT = VEN-COD
              MOVE 10 TO CFT-STAT
              GO TO CARREGA-UM-AJUSTE-SAI
           END-IF

           IF CFT-ANOMES-ESTORNO = WS-ANOMES
              MOVE CFT-VLR-ESTORNO TO WS-VLR-AJUSTE
              MOVE 'E'             TO WS-TIPO-AJUSTE
              PERFORM GUARDA-AJUSTE THRU GUARDA-AJUSTE-FIM
           END-IF
           IF CFT-ANOMES-CREDITO = WS-ANOMES
              MOVE CFT-VLR-ESTORNO TO WS-VLR-AJUSTE
              MOVE 'R'             TO WS-TIPO-AJUSTE
              PERFORM GUARDA-AJUSTE THRU GUARDA-AJUSTE-FIM
           END-IF
           .
       CARREGA-UM-AJUSTE-SAI.
           EXIT.

      *-----------------------------------------------------------*
       IMPRIME-AJUSTE.
      *-----------------------------------------------------------*
           EVALUATE WS-AJ-TIPO (WS-IDX-AJU)
              WHEN 'E'
                 MOVE 'ESTORNO'   TO EXT-AJ-TIPO
              WHEN 'R'
                 MOVE 'RECREDITO' TO EXT-AJ-TIPO
              WHEN OTHER
                 MOVE 'ADIADO'    TO EXT-AJ-TIPO
           END-EVALUATE
           MOVE WS-AJ-FATURA (WS-IDX-AJU) TO EXT-AJ-FATURA
           MOVE WS-AJ-PEDIDO (WS-IDX-AJU) TO EXT-AJ-PEDIDO
           MOVE WS-AJ-ANOMES (WS-IDX-AJU) TO EXT-AJ-ANOMES
           MOVE WS-AJ-VALOR  (WS-IDX-AJU) TO EXT-AJ-VALOR
           MOVE SPACES                    TO EXT-AJ-MOTIVO
           EVALUATE TRUE
              WHEN WS-AJ-TIPO (WS-IDX-AJU) = 'R'
                 MOVE 'FATURA PAGA'    TO EXT-AJ-MOTIVO
              WHEN WS-AJ-MOTIVO (WS-IDX-AJU) = 'B'
                 MOVE 'FATURA BAIXADA' TO EXT-AJ-MOTIVO
              WHEN OTHER
                 MOVE WS-AJ-DIAS (WS-IDX-AJU) TO WS-DIAS-ED
                 STRING 'ATRASO ' DELIMITED BY SIZE
                        WS-DIAS-ED DELIMITED BY SIZE
                        ' DIAS'    DELIMITED BY SIZE
                   INTO EXT-AJ-MOTIVO
                 END-STRING
           END-EVALUATE
           WRITE RELCOM-REL FROM LINHA-EXT-AJU-DET
                 AFTER ADVANCING 1 LINE
           .
       IMPRIME-AJUSTE-FIM.
           EXIT.

      *-------------------------------------------------------------*
       IMPRIME-EXTRATO-JA-FECHADO.
      *-------------------------------------------------------------*
      *    fechamento original.
           MOVE COM-BASE  TO WS-VLR-BASE
           MOVE COM-VALOR TO WS-VLR-COMISSAO

      *    Retencao congelada no fechamento; fechamento sem vinculo
      *    (anterior a retencao) paga o bruto.
           MOVE COM-VINCULO TO WS-VINCULO
           MOVE COM-REGIME  TO WS-REGIME
           MOVE SPACES      TO WS-OBS-RET
           IF COM-VINCULO = SPACES
              MOVE ZEROS     TO WS-VLR-INSS WS-VLR-IRRF WS-VLR-ISS
              MOVE COM-VALOR TO WS-VLR-LIQUIDO
              MOVE 'FECHADO SEM VINCULO/REGIME - SEM RETENCAO'
                TO WS-OBS-RET
           ELSE
              MOVE COM-VLR-INSS    TO WS-VLR-INSS
              MOVE COM-VLR-IRRF    TO WS-VLR-IRRF
              MOVE COM-VLR-ISS     TO WS-VLR-ISS
              MOVE COM-VLR-LIQUIDO TO WS-VLR-LIQUIDO
           END-IF
           MOVE ZEROS     TO WS-QTD-PEDIDOS WS-VLR-COBERTURA
                             WS-QTD-LINHAS WS-QTD-AJU
           MOVE COM-BASE-REGIME TO WS-REGIME-BASE
           IF COM-VLR-ESTORNO NUMERIC
              MOVE COM-VLR-ESTORNO   TO WS-VLR-ESTORNO
           ELSE
              MOVE ZEROS             TO WS-VLR-ESTORNO
           END-IF
           IF COM-VLR-RECREDITO NUMERIC
              MOVE COM-VLR-RECREDITO TO WS-VLR-RECREDITO
           ELSE
              MOVE ZEROS             TO WS-VLR-RECREDITO
           END-IF
           MOVE SPACES    TO EXT-SITUACAO
           STRING '** JA FECHADO EM ' DELIMITED BY SIZE
                  COM-DT-FECHAMENTO   DELIMITED BY SIZE
             INTO EXT-SITUACAO
           END-STRING

      *    Abertura por linha gravada no fechamento (competencia
      *    fechada antes da abertura existir sai sem ela).
           MOVE VEN-COD    TO CSL-CODV
           MOVE WS-ANOMES  TO CSL-ANOMES
           MOVE LOW-VALUES TO CSL-LINHA
           START COMISLIN KEY NOT LESS THAN CSL-KEY
                 INVALID KEY
                    MOVE 10 TO CSL-STAT
           END-START
           PERFORM CARREGA-UMA-LINHA
              THRU CARREGA-UMA-LINHA-SAI UNTIL FSCL-FIM-REG
           MOVE ZEROS TO CSL-STAT

      *    Estornos e recreditos lancados no fechamento original.
           IF WS-VLR-ESTORNO NOT = ZEROS
              OR WS-VLR-RECREDITO NOT = ZEROS
              MOVE VEN-COD TO CFT-CODV
              START COMFAT KEY NOT LESS THAN CFT-CODV
                    INVALID KEY
                       MOVE 10 TO CFT-STAT
              END-START
              PERFORM CARREGA-UM-AJUSTE
                 THRU CARREGA-UM-AJUSTE-SAI UNTIL FSCF-FIM-REG
              MOVE ZEROS TO CFT-STAT
           END-IF

           PERFORM ORDENA-LINHAS THRU ORDENA-LINHAS-FIM
           PERFORM IMPRIME-EXTRATO
           .
       IMPRIME-EXTRATO-JA-FECHADO-FIM.
           EXIT.

      *-------------------------------------------------------------*
       CARREGA-UMA-LINHA.
      *-------------------------------------------------------------*
           READ COMISLIN NEXT AT END
                GO TO CARREGA-UMA-LINHA-SAI
           END-READ

           IF CSL-CODV NOT = VEN-COD OR CSL-ANOMES NOT = WS-ANOMES
              MOVE 10 TO CSL-STAT
              GO TO CARREGA-UMA-LINHA-SAI
           END-IF

           IF WS-QTD-LINHAS = 100
              GO TO CARREGA-UMA-LINHA-SAI
           END-IF

           ADD 1 TO WS-QTD-LINHAS
           MOVE CSL-LINHA TO WS-TL-LINHA    (WS-QTD-LINHAS)
           MOVE CSL-BASE  TO WS-TL-BASE     (WS-QTD-LINHAS)
           MOVE CSL-VALOR TO WS-TL-COMISSAO (WS-QTD-LINHAS)
           .
       CARREGA-UMA-LINHA-SAI.
           EXIT.

      *-------------------------------------------------------------*
       GRAVA-ABERTURA.
      *-------------------------------------------------------------*
      *    Congela a abertura por linha junto com o fechamento.
           MOVE VEN-COD                 TO CSL-CODV
           MOVE WS-ANOMES               TO CSL-ANOMES
           MOVE WS-TL-LINHA    (WS-IDX) TO CSL-LINHA
           MOVE WS-TL-BASE     (WS-IDX) TO CSL-BASE
           MOVE WS-TL-COMISSAO (WS-IDX) TO CSL-VALOR
           WRITE COMISLIN-CSL
                 INVALID KEY
                    REWRITE COMISLIN-CSL END-REWRITE
           END-WRITE
           .
       GRAVA-ABERTURA-FIM.
           EXIT.

      *-------------------------------------------------------------*
       ORDENA-LINHAS.
      *-------------------------------------------------------------*
      *    Bolha crescente pelo codigo da linha (sem linha primeiro),
      *    com saida antecipada quando uma passada nao troca nada.
           MOVE 'S' TO WS-TROCOU
           PERFORM PASSADA-LINHAS THRU PASSADA-LINHAS-FIM
                   UNTIL WS-TROCOU = 'N'
           .
       ORDENA-LINHAS-FIM.
           EXIT.

      *-------------------------------------------------------------*
       PASSADA-LINHAS.
      *-------------------------------------------------------------*
           MOVE 'N' TO WS-TROCOU
           PERFORM COMPARA-LINHAS
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX NOT < WS-QTD-LINHAS
           .
       PASSADA-LINHAS-FIM.
           EXIT.

      *-------------------------------------------------------------*
       COMPARA-LINHAS.
      *-------------------------------------------------------------*
           IF WS-TL-LINHA (WS-IDX) > WS-TL-LINHA (WS-IDX + 1)
              MOVE WS-TL-ENT (WS-IDX)     TO WS-TL-TROCA
              MOVE WS-TL-ENT (WS-IDX + 1) TO WS-TL-ENT (WS-IDX)
              MOVE WS-TL-TROCA            TO WS-TL-ENT (WS-IDX + 1)
              MOVE 'S' TO WS-TROCOU
           END-IF
           .
       COMPARA-LINHAS-FIM.
           EXIT.

      *-------------------------------------------------------------*
       IMPRIME-LINHA-EXT.
      *-------------------------------------------------------------*
           MOVE WS-TL-LINHA (WS-IDX) TO EXT-LIN-COD
           MOVE SPACES               TO EXT-LIN-DESC
           IF WS-TL-LINHA (WS-IDX) = SPACES
              MOVE 'SEM LINHA' TO EXT-LIN-DESC
           ELSE
              IF TEM-LINPROD
                 MOVE WS-TL-LINHA (WS-IDX) TO LIN-COD
                 READ LINPROD
                      INVALID KEY
                         MOVE '(LINHA NAO CADASTRADA)'
                              TO EXT-LIN-DESC
                      NOT INVALID KEY
                         MOVE LIN-DESCRICAO TO EXT-LIN-DESC
                 END-READ
              END-IF
           END-IF

           MOVE WS-TL-BASE     (WS-IDX) TO EXT-LIN-BASE
           MOVE WS-TL-COMISSAO (WS-IDX) TO EXT-LIN-COM

      *    Taxa efetiva da linha no mes (comissao sobre a base).
           MOVE ZEROS TO WS-PCT-LINHA
           IF WS-TL-BASE (WS-IDX) NOT = ZEROS
              COMPUTE WS-PCT-LINHA ROUNDED =
                      WS-TL-COMISSAO (WS-IDX) * 100
                      / WS-TL-BASE (WS-IDX)
                      ON SIZE ERROR
                         MOVE ZEROS TO WS-PCT-LINHA
              END-COMPUTE
           END-IF
           MOVE WS-PCT-LINHA TO EXT-LIN-TAXA

           WRITE RELCOM-REL FROM LINHA-EXT-LIN-DET
                 AFTER ADVANCING 1 LINE
           .
       IMPRIME-LINHA-EXT-FIM.
           EXIT.

      *-------------------------------------------------------------*
       IMPRIME-EXTRATO.
      *-------------------------------------------------------------*

           MOVE WS-QTD-PEDIDOS  TO EXT-QTDPED
           MOVE WS-VLR-BASE     TO EXT-BASE
           IF WS-REGIME-BASE = 'C'
              MOVE 'PELO CAIXA' TO EXT-REGIME-BASE
           ELSE
              MOVE SPACES       TO EXT-REGIME-BASE
           END-IF
           WRITE RELCOM-REL FROM LINHA-EXT-BASE AFTER ADVANCING 1 LINE

      *    Estornos e recreditos de faturas ja' estao na comissao
      *    bruta abaixo.
           IF WS-VLR-ESTORNO NOT = ZEROS
              OR WS-VLR-RECREDITO NOT = ZEROS
              MOVE WS-VLR-ESTORNO   TO EXT-ESTORNO
              MOVE WS-VLR-RECREDITO TO EXT-RECREDITO
              WRITE RELCOM-REL FROM LINHA-EXT-AJU
                    AFTER ADVANCING 1 LINE
           END-IF

           IF COM-SITUACAO = SPACES
              MOVE VEN-COMISSAO TO EXT-TAXA
           ELSE
           MOVE WS-VLR-COMISSAO TO EXT-COMISSAO
           WRITE RELCOM-REL FROM LINHA-EXT-COM AFTER ADVANCING 1 LINE

           MOVE WS-VLR-INSS     TO EXT-INSS
           MOVE WS-VLR-IRRF     TO EXT-IRRF
           MOVE WS-VLR-ISS      TO EXT-ISS
           WRITE RELCOM-REL FROM LINHA-EXT-RET AFTER ADVANCING 1 LINE

           MOVE WS-VINCULO      TO EXT-VINCULO
           MOVE WS-REGIME       TO EXT-REGIME
           MOVE WS-VLR-LIQUIDO  TO EXT-LIQUIDO
           WRITE RELCOM-REL FROM LINHA-EXT-LIQ AFTER ADVANCING 1 LINE

           IF WS-OBS-RET NOT = SPACES
              MOVE WS-OBS-RET   TO EXT-OBS-RET
              WRITE RELCOM-REL FROM LINHA-EXT-OBS
                    AFTER ADVANCING 1 LINE
           END-IF

           IF WS-VLR-COBERTURA NOT = ZEROS
              MOVE WS-VLR-COBERTURA TO EXT-COBERTURA
              WRITE RELCOM-REL FROM LINHA-EXT-COBER
                    AFTER ADVANCING 1 LINE
           END-IF

      *    Abertura da base e da comissao por linha de produto.
           IF WS-QTD-LINHAS > ZEROS
              WRITE RELCOM-REL FROM LINHA-EXT-LIN-CAB
                    AFTER ADVANCING 2 LINES
              PERFORM IMPRIME-LINHA-EXT
                  VARYING WS-IDX FROM 1 BY 1
                  UNTIL WS-IDX > WS-QTD-LINHAS
           END-IF

      *    Cada estorno, recredito ou estorno adiado, com a fatura.
           IF WS-QTD-AJU > ZEROS
              WRITE RELCOM-REL FROM LINHA-EXT-AJU-CAB
                    AFTER ADVANCING 2 LINES
              PERFORM IMPRIME-AJUSTE THRU IMPRIME-AJUSTE-FIM
                  VARYING WS-IDX-AJU FROM 1 BY 1
                  UNTIL WS-IDX-AJU > WS-QTD-AJU
           END-IF

           IF FLEX-LIDA
              MOVE WS-FLEX-SALDO  TO EXT-FLX-SALDO
              MOVE WS-FLEX-TRANSP TO EXT-FLX-TRANSP
              WRITE RELCOM-REL FROM LINHA-EXT-FLEX
                    AFTER ADVANCING 2 LINES
           END-IF

           WRITE RELCOM-REL FROM LINHA-EXT-SIT AFTER ADVANCING 2 LINES
           .
       IMPRIME-EXTRATO-FIM.
           EXIT.

      *-------------------------------------------------------------*
       CALCULA-RETENCAO.
      *-------------------------------------------------------------*
      *    INSS, IRRF e ISS retidos sobre a comissao bruta e o
      *    liquido a pagar, pelas tabelas vigentes no fim da
      *    competencia para o vinculo/regime do cadastro. Sem
      *    vinculo/regime ou sem RETFONTE.ARQ nada e' retido - o
      *    extrato avisa, porque o valor fica congelado assim.
           MOVE VEN-VINCULO     TO WS-VINCULO LK-RF-VINCULO
           MOVE VEN-REGIME      TO WS-REGIME  LK-RF-REGIME
           MOVE WS-DATA-FIM     TO LK-RF-DATA
           MOVE WS-VLR-COMISSAO TO LK-RF-BRUTO
           CALL "PROG180" USING LK-RETFONTE END-CALL

           MOVE LK-RF-INSS      TO WS-VLR-INSS
           MOVE LK-RF-IRRF      TO WS-VLR-IRRF
           MOVE LK-RF-ISS       TO WS-VLR-ISS
           MOVE LK-RF-LIQUIDO   TO WS-VLR-LIQUIDO

           MOVE SPACES TO WS-OBS-RET
           EVALUATE LK-RF-RET
              WHEN '8'
                 MOVE 'SEM VINCULO/REGIME NO CADASTRO - SEM RETENCAO'
                   TO WS-OBS-RET
                 ADD 1 TO WS-QTD-SEM-RET
              WHEN '9'
                 MOVE 'SEM TABELA DE RETENCAO (RETFONTE.ARQ)'
                   TO WS-OBS-RET
                 ADD 1 TO WS-QTD-SEM-RET
           END-EVALUATE
           .
       CALCULA-RETENCAO-FIM.
           EXIT.

      *-------------------------------------------------------------*
       ACUMULA-OVERRIDE.
      *-------------------------------------------------------------*
      *    Soma a base fechada (nesta execucao ou antes) do vendedor
      *    corrente na linha do seu supervisor no fim do mes.
           MOVE VEN-COD     TO LK-EQ-CODV
           MOVE WS-DATA-FIM TO LK-EQ-DATA
           CALL "PROG177" USING LK-EQUIPE END-CALL

           IF LK-EQ-RET NOT = '0' OR LK-EQ-NIVEL NOT = 'V'
              OR LK-EQ-SUPERV = ZEROS
              GO TO ACUMULA-OVERRIDE-SAI
           END-IF

           MOVE ZEROS TO WS-IDX-OVR-ACHOU
           PERFORM LOCALIZA-OVERRIDE
               VARYING WS-IDX-OVR FROM 1 BY 1
               UNTIL WS-IDX-OVR > WS-QTD-OVR
                  OR WS-IDX-OVR-ACHOU NOT = ZEROS

           IF WS-IDX-OVR-ACHOU = ZEROS
              IF WS-QTD-OVR = 500
                 DISPLAY 'PROG67: TABELA DE SUPERVISORES CHEIA (500)'
                 GO TO ACUMULA-OVERRIDE-SAI
              END-IF
              ADD 1 TO WS-QTD-OVR
              MOVE WS-QTD-OVR   TO WS-IDX-OVR-ACHOU
              MOVE LK-EQ-SUPERV TO WS-OVR-SUPERV (WS-QTD-OVR)
              MOVE ZEROS        TO WS-OVR-QTD (WS-QTD-OVR)
                                   WS-OVR-BASE (WS-QTD-OVR)
           END-IF

           ADD 1        TO WS-OVR-QTD (WS-IDX-OVR-ACHOU)
           ADD COM-BASE TO WS-OVR-BASE (WS-IDX-OVR-ACHOU)
           .
       ACUMULA-OVERRIDE-SAI.
           EXIT.

      *-------------------------------------------------------------*
       LOCALIZA-OVERRIDE.
      *-------------------------------------------------------------*
           IF WS-OVR-SUPERV (WS-IDX-OVR) = LK-EQ-SUPERV
              MOVE WS-IDX-OVR TO WS-IDX-OVR-ACHOU
           END-IF
           .
       LOCALIZA-OVERRIDE-FIM.
           EXIT.

      *-------------------------------------------------------------*
       FECHA-OVERRIDES.
      *-------------------------------------------------------------*
      *    Depois de todos os vendedores: grava em COMOVER.ARQ o
      *    override de cada supervisor com equipe produzindo no mes,
      *    pelo percentual vigente no fim da competencia. Override
      *    ja fechado nao muda, como a comissao.
           IF WS-QTD-OVR = ZEROS
              GO TO FECHA-OVERRIDES-FIM
           END-IF

           MOVE WS-ANOMES TO OVR-ANOMES
           WRITE RELCOM-REL FROM LINHA-OVR-CAB AFTER ADVANCING PAGE
           WRITE RELCOM-REL FROM LINHA-TRACO AFTER ADVANCING 1 LINE
           WRITE RELCOM-REL FROM LINHA-OVR-COL AFTER ADVANCING 2 LINES

           PERFORM FECHA-UM-OVERRIDE THRU FECHA-UM-OVERRIDE-SAI
               VARYING WS-IDX-OVR FROM 1 BY 1
               UNTIL WS-IDX-OVR > WS-QTD-OVR
           .
       FECHA-OVERRIDES-FIM.
           EXIT.

      *-------------------------------------------------------------*
       FECHA-UM-OVERRIDE.
      *-------------------------------------------------------------*
           MOVE WS-OVR-SUPERV (WS-IDX-OVR) TO OVR-CODV
           MOVE SPACES                     TO OVR-NOME
           MOVE WS-OVR-SUPERV (WS-IDX-OVR) TO VEN-COD
           READ VENDEDOR KEY IS VEN-COD
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   MOVE VEN-NOME TO OVR-NOME
           END-READ

           MOVE WS-OVR-SUPERV (WS-IDX-OVR) TO COV-CODV
           MOVE WS-ANOMES                  TO COV-ANOMES
           READ COMOVER
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   MOVE COV-QTD-VENDEDORES TO OVR-QTD
                   MOVE COV-BASE-EQUIPE    TO OVR-BASE
                   MOVE COV-PCT            TO OVR-TAXA
                   MOVE COV-VALOR          TO OVR-VALOR
                   MOVE SPACES             TO OVR-SITUACAO
                   STRING 'JA FECHADO '       DELIMITED BY SIZE
                          COV-DT-FECHAMENTO   DELIMITED BY SIZE
                     INTO OVR-SITUACAO
                   END-STRING
                   GO TO FECHA-UM-OVERRIDE-IMP
           END-READ

      *    Percentual do supervisor na data; sem percentual nao ha
      *    override a gravar.
           MOVE WS-OVR-SUPERV (WS-IDX-OVR) TO LK-EQ-CODV
           MOVE WS-DATA-FIM                TO LK-EQ-DATA
           CALL "PROG177" USING LK-EQUIPE END-CALL
           IF LK-EQ-RET NOT = '0' OR LK-EQ-NIVEL NOT = 'S'
              OR LK-EQ-PCT-OVERRIDE = ZEROS
              GO TO FECHA-UM-OVERRIDE-SAI
           END-IF

           COMPUTE WS-VLR-OVERRIDE ROUNDED =
                   WS-OVR-BASE (WS-IDX-OVR) * LK-EQ-PCT-OVERRIDE / 100

           MOVE WS-OVR-BASE (WS-IDX-OVR) TO COV-BASE-EQUIPE
           MOVE WS-OVR-QTD (WS-IDX-OVR)  TO COV-QTD-VENDEDORES
           MOVE LK-EQ-PCT-OVERRIDE       TO COV-PCT
           MOVE WS-VLR-OVERRIDE          TO COV-VALOR
           MOVE 'C'                      TO COV-SITUACAO
           MOVE WS-DATA-HOJE             TO COV-DT-FECHAMENTO
           MOVE WS-OPERADOR-EXEC         TO COV-OPERADOR
           MOVE ZEROS                    TO COV-DT-APROVACAO
                                            COV-DT-PAGAMENTO
           MOVE SPACES                   TO COV-OPER-APROVACAO
                                            COV-OPER-PAGAMENTO
                                            COV-SEQ-PAGAMENTO

           WRITE COMOVER-COV
                 INVALID KEY
                   DISPLAY 'ERRO GRAVANDO COMOVER.ARQ FS=' COV-STAT
                   MOVE 12 TO WS-RETCODE
                   PERFORM FINALIZA
           END-WRITE

           ADD 1               TO WS-QTD-OVR-FECH
           ADD WS-VLR-OVERRIDE TO WS-TOT-OVERRIDE

           MOVE WS-OVR-QTD (WS-IDX-OVR)  TO OVR-QTD
           MOVE WS-OVR-BASE (WS-IDX-OVR) TO OVR-BASE
           MOVE LK-EQ-PCT-OVERRIDE       TO OVR-TAXA
           MOVE WS-VLR-OVERRIDE          TO OVR-VALOR
           MOVE 'FECHADO NESTA EXEC.'    TO OVR-SITUACAO
           .
       FECHA-UM-OVERRIDE-IMP.
           WRITE RELCOM-REL FROM LINHA-OVR-DET AFTER ADVANCING 1 LINE
               AT END-OF-PAGE
                  WRITE RELCOM-REL FROM LINHA-OVR-CAB
                        AFTER ADVANCING PAGE
                  WRITE RELCOM-REL FROM LINHA-OVR-COL
                        AFTER ADVANCING 2 LINES
           END-WRITE
           .
       FECHA-UM-OVERRIDE-SAI.
           EXIT.

      *-------------------------------------------------------------*
       FECHA-TOTAIS.
      *-------------------------------------------------------------*
           MOVE WS-TOT-COMISSAO    TO TOT-COMISSAO
           WRITE RELCOM-REL FROM LINHA-BRANCO AFTER ADVANCING 2 LINES
           WRITE RELCOM-REL FROM LINHA-TOTAIS AFTER ADVANCING 1 LINE
           MOVE WS-TOT-INSS        TO TOT-INSS
           MOVE WS-TOT-IRRF        TO TOT-IRRF
           MOVE WS-TOT-ISS         TO TOT-ISS
           WRITE RELCOM-REL FROM LINHA-TOT-RET AFTER ADVANCING 1 LINE
           MOVE WS-TOT-LIQUIDO     TO TOT-LIQUIDO
           MOVE WS-QTD-SEM-RET     TO TOT-SEM-RET
           WRITE RELCOM-REL FROM LINHA-TOT-LIQ AFTER ADVANCING 1 LINE
           IF TEM-FATURA
              MOVE WS-TOT-ESTORNO   TO TOT-ESTORNO
              MOVE WS-TOT-RECREDITO TO TOT-RECREDITO
              MOVE WS-QTD-ADIADOS   TO TOT-ADIADOS
              WRITE RELCOM-REL FROM LINHA-TOT-AJU
                    AFTER ADVANCING 1 LINE
           END-IF
           IF TEM-FLEXVEN
              MOVE WS-QTD-FLEX TO TOT-FLEX
              WRITE RELCOM-REL FROM LINHA-TOT-FLEX
                    AFTER ADVANCING 1 LINE
           END-IF
           IF WS-QTD-OVR > ZEROS
              MOVE WS-QTD-OVR-FECH TO TOT-OVR-QTD
              MOVE WS-TOT-OVERRIDE TO TOT-OVR-VLR
              WRITE RELCOM-REL FROM LINHA-TOT-OVR
                    AFTER ADVANCING 1 LINE
           END-IF

           IF WS-RETCODE = ZEROS AND WS-QTD-FECHADOS = ZEROS
              AND WS-QTD-OVR-FECH = ZEROS
              MOVE 04 TO WS-RETCODE
           END-IF

             INTO WS-ARQ-COMISSAO
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'COMOVER.ARQ'                DELIMITED BY SIZE
             INTO WS-ARQ-COMOVER
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'CLIENTES.ARQ'               DELIMITED BY SIZE
             INTO WS-ARQ-CLIENTES
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'PEDITEM.ARQ'                DELIMITED BY SIZE
             INTO WS-ARQ-PEDITEM
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'DEVITEM.ARQ'                DELIMITED BY SIZE
             INTO WS-ARQ-DEVITEM
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'PRODUTO.ARQ'                DELIMITED BY SIZE
             INTO WS-ARQ-PRODUTO
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'LINPROD.ARQ'                DELIMITED BY SIZE
             INTO WS-ARQ-LINPROD
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'COMISLIN.ARQ'               DELIMITED BY SIZE
             INTO WS-ARQ-COMISLIN
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'FLEXVEN.ARQ'                DELIMITED BY SIZE
             INTO WS-ARQ-FLEXVEN
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'FATURA.ARQ'                 DELIMITED BY SIZE
             INTO WS-ARQ-FATURA
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'FATPAG.ARQ'                 DELIMITED BY SIZE
             INTO WS-ARQ-FATPAG
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'COMFAT.ARQ'                 DELIMITED BY SIZE
             INTO WS-ARQ-COMFAT
           END-STRING

      *    O extrato vai para o SPOOL\ com nome datado (PROG35) e
      *    entra no catalogo ao final.
           MOVE 'N'            TO LK-SPL-OPER
              PERFORM FINALIZA
           END-IF

           OPEN INPUT PEDITEM
           IF FSI-NAO-EXISTE
              DISPLAY 'ARQUIVO PEDITEM NAO ENCONTRADO'
              MOVE 12 TO WS-RETCODE
              PERFORM FINALIZA
           END-IF

           OPEN INPUT PRODUTO
           IF FSPR-NAO-EXISTE
              DISPLAY 'ARQUIVO PRODUTO NAO ENCONTRADO'
              MOVE 12 TO WS-RETCODE
              PERFORM FINALIZA
           END-IF

           OPEN INPUT DEVITEM
           IF FSDI-OK
              SET TEM-DEVITEM TO TRUE
           END-IF

           OPEN INPUT LINPROD
           IF FSL-OK
              SET TEM-LINPROD TO TRUE
           END-IF

           OPEN I-O COMISSAO
           IF FSM-NAO-EXISTE
              OPEN OUTPUT COMISSAO
              OPEN I-O COMISSAO
           END-IF

           OPEN I-O COMOVER
           IF FSO-NAO-EXISTE
              OPEN OUTPUT COMOVER
              CLOSE COMOVER
              OPEN I-O COMOVER
           END-IF

           OPEN I-O COMISLIN
           IF FSCL-NAO-EXISTE
              OPEN OUTPUT COMISLIN
              CLOSE COMISLIN
              OPEN I-O COMISLIN
           END-IF

           OPEN I-O FLEXVEN
           IF FSX-OK
              SET TEM-FLEXVEN TO TRUE
           END-IF

      *    O fechamento pelo caixa depende das faturas.
           OPEN INPUT FATURA
           IF FSF-OK
              SET TEM-FATURA TO TRUE
           ELSE
              IF LK-PAR-COMIS-CAIXA
                 DISPLAY 'ARQUIVO FATURA NAO ENCONTRADO'
                 MOVE 12 TO WS-RETCODE
                 PERFORM FINALIZA
              END-IF
           END-IF

           OPEN INPUT FATPAG
           IF FSG-OK
              SET TEM-FATPAG TO TRUE
           END-IF

           OPEN I-O COMFAT
           IF FSCF-NAO-EXISTE
              OPEN OUTPUT COMFAT
              CLOSE COMFAT
              OPEN I-O COMFAT
           END-IF

           OPEN OUTPUT RELCOM
           .
       ABRIR-ARQUIVO-FIM.
        FINALIZA.
      *-------------------------------------------------------------*
           CLOSE VENDEDOR PEDIDOS CLIENTES COMISSAO RELCOM
                 PEDITEM PRODUTO COMISLIN COMOVER COMFAT
           IF TEM-DEVOL
              CLOSE DEVOLUCAO
           END-IF
           IF TEM-DEVITEM
              CLOSE DEVITEM
           END-IF
           IF TEM-LINPROD
              CLOSE LINPROD
           END-IF
           IF TEM-FLEXVEN
              CLOSE FLEXVEN
           END-IF
           IF TEM-FATURA
              CLOSE FATURA
           END-IF
           IF TEM-FATPAG
              CLOSE FATPAG
           END-IF

           MOVE 'R'            TO LK-SPL-OPER
           MOVE 'PROG67'       TO LK-SPL-PROGRAMA
