      ******************************************************************
      * Autor.....: Alexandre Trevisani (PROVA COBOL)
      * Data......: Julho/2019
      * Programa..: PROG157 - Lista de Separação e Romaneio de Entrega
      * Chamadas..: PROG153 - Saldo de Estoque por Deposito
      *             PROG08 - Calculo de Distancia
      *             PROG35 - Spool e Catalogo de Relatorios
      * Parametros: Linha de comando (opcional): data de emissao
      *             AAAAMMDD das faturas da rodada; em branco, hoje.
      * Observação: Roda na cadeia do PROG34 logo depois da rodada de
      *             faturamento (PROG64) e tira dois relatorios das
      *             faturas emitidas na data (parcela unica ou a
      *             primeira; canceladas ficam de fora):
      *             - REL-SEPA: lista de separacao por deposito, com
      *               a quantidade de cada produto somada entre as
      *               faturas, na ordem do endereco de armazenagem
      *               (PRO-LOCALIZACAO);
      *             - REL-ROMA: romaneio de entrega, com as faturas
      *               agrupadas em cargas por deposito e regiao (UF e
      *               municipio do cliente) e as paradas na ordem da
      *               distancia do deposito ao cliente (PROG08). Cada
      *               carga soma peso e volume dos itens (PRO-PESO e
      *               PRO-VOLUME por unidade) e recebe o menor
      *               veiculo ativo do deposito (VEICULO.ARQ) que a
      *               comporta; a carga que nenhum comporta sai
      *               marcada.
      *             O deposito da fatura e' o do cliente (CLI-DEPOSITO,
      *             o mesmo da baixa do PROG64).
      * Cod.Retorno (RETURN-CODE):
      *             0 = processamento normal
      *             4 = nenhuma fatura emitida na data
      *            12 = arquivo ausente ou data invalida
      * Historico.:
      *   2026 mnt - Programa novo.
      ******************************************************************
       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         PROG157.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SPECIAL-NAMES.      DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.

       SELECT FATURA ASSIGN TO WS-ARQ-FATURA
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS FAT-STAT
              RECORD KEY   IS FAT-KEY.

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

       SELECT CLIENTES ASSIGN TO WS-ARQ-CLIENTES
              ORGANIZATION         IS INDEXED
              ACCESS MODE          IS RANDOM
              FILE STATUS          IS CLI-STAT
              ALTERNATE RECORD KEY IS CLI-COD
              ALTERNATE RECORD KEY IS CLI-NOME  WITH DUPLICATES
              ALTERNATE RECORD KEY IS CLI-CNPJ-RAIZ WITH DUPLICATES
              ALTERNATE RECORD KEY IS CLI-NOME-BUSCA WITH DUPLICATES
              RECORD KEY           IS CLI-KEY.

       SELECT DEPOSITO ASSIGN TO WS-ARQ-DEPOSITO
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS RANDOM
              FILE STATUS  IS DEP-STAT
              RECORD KEY   IS DEP-KEY.

       SELECT VEICULO ASSIGN TO WS-ARQ-VEICULO
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS VEI-STAT
              RECORD KEY   IS VEI-KEY.

       SELECT RELSEP ASSIGN TO WS-ARQ-RELSEP
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS  IS RLS-STAT.

       SELECT RELROM ASSIGN TO WS-ARQ-RELROM
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS  IS RLR-STAT.

       DATA            DIVISION.
       FILE            SECTION.

       COPY FD_FATURA.

       COPY FD_PEDITEM.

       COPY FD_PRODUTO.

       COPY FD_CLIENTES.

       COPY FD_DEPOSITO.

       COPY FD_VEICULO.

       FD  RELSEP.
       01  RELSEP-REL       PIC X(100).

       FD  RELROM.
       01  RELROM-REL       PIC X(100).

       WORKING-STORAGE SECTION.

       77 WS-DIR-DADOS       PIC X(50) VALUE SPACES.
       77 WS-ARQ-FATURA      PIC X(70) VALUE SPACES.
       77 WS-ARQ-PEDITEM     PIC X(70) VALUE SPACES.
       77 WS-ARQ-PRODUTO     PIC X(70) VALUE SPACES.
       77 WS-ARQ-CLIENTES    PIC X(70) VALUE SPACES.
       77 WS-ARQ-DEPOSITO    PIC X(70) VALUE SPACES.
       77 WS-ARQ-VEICULO     PIC X(70) VALUE SPACES.
       77 WS-ARQ-RELSEP      PIC X(90) VALUE SPACES.
       77 WS-ARQ-RELROM      PIC X(90) VALUE SPACES.

       77 FAT-STAT          PIC 9(02).
           88 FSF-OK        VALUE ZEROS.
           88 FSF-FIM-REG   VALUE 10.
           88 FSF-NAO-EXISTE VALUE 35.

       77 ITE-STAT          PIC 9(02).
           88 FSI-OK        VALUE ZEROS.
           88 FSI-FIM-REG   VALUE 10.
           88 FSI-NAO-EXISTE VALUE 35.

       77 PRO-STAT          PIC 9(02).
           88 FSP-OK        VALUE ZEROS.
           88 FSP-NAO-EXISTE VALUE 35.

       77 CLI-STAT          PIC 9(02).
           88 FSC-OK        VALUE ZEROS.
           88 FSC-NAO-EXISTE VALUE 35.

       77 DEP-STAT          PIC 9(02).
           88 FSD-OK        VALUE ZEROS.

       77 VEI-STAT          PIC 9(02).
           88 FSV-OK        VALUE ZEROS.
           88 FSV-FIM-REG   VALUE 10.

       77 RLS-STAT          PIC 9(02).
       77 RLR-STAT          PIC 9(02).

       77 WS-TEM-DEPOSITO   PIC X(01) VALUE 'N'.
           88 TEM-DEPOSITO  VALUE 'S'.

       77 WS-ABRIU-FATURA   PIC X(01) VALUE 'N'.
           88 ABRIU-FATURA  VALUE 'S'.
       77 WS-ABRIU-PEDITEM  PIC X(01) VALUE 'N'.
           88 ABRIU-PEDITEM VALUE 'S'.
       77 WS-ABRIU-PRODUTO  PIC X(01) VALUE 'N'.
           88 ABRIU-PRODUTO VALUE 'S'.
       77 WS-ABRIU-CLIENTES PIC X(01) VALUE 'N'.
           88 ABRIU-CLIENTES VALUE 'S'.
       77 WS-ABRIU-RELAT    PIC X(01) VALUE 'N'.
           88 ABRIU-RELAT   VALUE 'S'.

       77 WS-TROCOU         PIC X(01) VALUE 'N'.
           88 TROCOU-SIM    VALUE 'S'.
           88 TROCOU-NAO    VALUE 'N'.

       77 WS-PARM           PIC X(80) VALUE SPACES.
       01 WS-DATA-EMISSAO   PIC 9(08) VALUE ZEROS.
       01 WS-DATA-EMISSAO-R REDEFINES WS-DATA-EMISSAO.
           05 WS-DEM-ANO    PIC 9(04).
           05 WS-DEM-MES    PIC 9(02).
           05 WS-DEM-DIA    PIC 9(02).

       77 WS-RETCODE        PIC 9(02) VALUE ZEROS.

      *    Faturas da rodada: a chave (deposito, regiao, distancia,
      *    cliente) e' a ordem do romaneio.
       01 WS-TAB-NF.
           05 WS-TNF-ENT OCCURS 2000 TIMES.
              10 WS-TNF-CHAVE.
                 15 WS-TNF-DEP     PIC 9(03).
                 15 WS-TNF-UF      PIC X(02).
                 15 WS-TNF-MUNIC   PIC X(30).
                 15 WS-TNF-DIST    PIC 9(05)V9(04).
                 15 WS-TNF-CODC    PIC 9(07).
                 15 WS-TNF-FATURA  PIC 9(08).
              10 WS-TNF-NOME       PIC X(30).
              10 WS-TNF-PESO       PIC 9(07)V999.
              10 WS-TNF-VOLUME     PIC 9(05)V9999.
       01 WS-TNF-TROCA             PIC X(108).
       77 WS-QTD-NF         PIC 9(05) COMP VALUE ZEROS.
       77 WS-NF-ESTOUROU    PIC 9(05) VALUE ZEROS.

      *    Separacao: um registro por deposito e produto, na ordem
      *    do endereco de armazenagem.
       01 WS-TAB-SEP.
           05 WS-TSP-ENT OCCURS 3000 TIMES.
              10 WS-TSP-CHAVE.
                 15 WS-TSP-DEP     PIC 9(03).
                 15 WS-TSP-LOCAL   PIC X(10).
                 15 WS-TSP-PROD    PIC 9(05).
              10 WS-TSP-DESCR      PIC X(30).
              10 WS-TSP-UNID       PIC X(03).
              10 WS-TSP-QTDE       PIC 9(09)V99.
       01 WS-TSP-TROCA             PIC X(62).
       77 WS-QTD-SEP        PIC 9(05) COMP VALUE ZEROS.
       77 WS-SEP-ESTOUROU   PIC 9(05) VALUE ZEROS.

      *    Frota: por deposito e capacidade em kg crescente, para a
      *    escolha do menor veiculo que comporta a carga.
       01 WS-TAB-VEI.
           05 WS-TVE-ENT OCCURS 200 TIMES.
              10 WS-TVE-CHAVE.
                 15 WS-TVE-DEP     PIC 9(03).
                 15 WS-TVE-CAP-PESO PIC 9(07)V99.
              10 WS-TVE-CAP-VOL    PIC 9(05)V9999.
              10 WS-TVE-PLACA      PIC X(07).
              10 WS-TVE-DESCR      PIC X(30).
       01 WS-TVE-TROCA             PIC X(58).
       77 WS-QTD-VEI        PIC 9(05) COMP VALUE ZEROS.

       77 WS-IDX            PIC 9(05) COMP VALUE ZEROS.
       77 WS-IDX2           PIC 9(05) COMP VALUE ZEROS.
       77 WS-IDX-ACHOU      PIC 9(05) COMP VALUE ZEROS.
       77 WS-IDX-VEI        PIC 9(05) COMP VALUE ZEROS.
       77 WS-IDX-MAIOR      PIC 9(05) COMP VALUE ZEROS.
       77 WS-LIMITE         PIC 9(05) COMP VALUE ZEROS.

       77 WS-DEP-NF         PIC 9(03) VALUE ZEROS.
       77 WS-LAT-DEP        PIC S9(03)V9(08) VALUE ZEROS.
       77 WS-LON-DEP        PIC S9(03)V9(08) VALUE ZEROS.
       77 WS-PESO-NF        PIC 9(07)V999 VALUE ZEROS.
       77 WS-VOLUME-NF      PIC 9(05)V9999 VALUE ZEROS.
       77 WS-PESO-UNIT      PIC 9(05)V999 VALUE ZEROS.
       77 WS-VOLUME-UNIT    PIC 9(03)V9999 VALUE ZEROS.

      *    Quebras dos relatorios.
       77 WS-DEP-ANT        PIC 9(03) VALUE ZEROS.
       77 WS-NOME-DEP       PIC X(30) VALUE SPACES.
       01 WS-REGIAO-ANT.
           05 WS-REG-DEP    PIC 9(03).
           05 WS-REG-UF     PIC X(02).
           05 WS-REG-MUNIC  PIC X(30).
       77 WS-CODC-ANT       PIC 9(07) VALUE ZEROS.
       77 WS-PARADA         PIC 9(03) VALUE ZEROS.
       77 WS-NUM-CARGA      PIC 9(03) VALUE ZEROS.
       77 WS-NF-CARGA       PIC 9(05) VALUE ZEROS.
       77 WS-PESO-CARGA     PIC 9(09)V999 VALUE ZEROS.
       77 WS-VOLUME-CARGA   PIC 9(07)V9999 VALUE ZEROS.
       77 WS-ITENS-DEP      PIC 9(05) VALUE ZEROS.

       77 WS-QTD-EXCEDE     PIC 9(05) VALUE ZEROS.
       77 WS-CTPAG-SEP      PIC 9(03) VALUE ZEROS.
       77 WS-CTPAG-ROM      PIC 9(03) VALUE ZEROS.
       77 WS-CTLIN          PIC 9(03) VALUE ZEROS.

       01 LINHA-SEP-CAB0.
           05 FILLER        PIC X(060) VALUE
           'LISTA DE SEPARACAO DO FATURAMENTO'.
           05 FILLER        PIC X(09) VALUE 'PAGINA : '.
           05 PAG-SEP       PIC ZZ9.

       01 LINHA-SEP-CAB1.
           05 FILLER        PIC X(09) VALUE 'EMISSAO: '.
           05 SCB-EMISSAO   PIC X(10).
           05 FILLER        PIC X(14) VALUE '   DEPOSITO: '.
           05 SCB-DEP       PIC 9(03).
           05 FILLER        PIC X(03) VALUE ' - '.
           05 SCB-NOME-DEP  PIC X(30).

       01 LINHA-SEP-TIT.
           05 FILLER        PIC X(50) VALUE
           'LOCALIZ.   PROD. DESCRICAO                      UN'.
           05 FILLER        PIC X(30) VALUE
           '       QUANTIDADE  SEPARADO'.

       01 LINHA-SEP-DET.
           05 SEP-LOCAL     PIC X(10).
           05 FILLER        PIC X(01) VALUE SPACES.
           05 SEP-PROD      PIC 9(05).
           05 FILLER        PIC X(01) VALUE SPACES.
           05 SEP-DESCR     PIC X(30).
           05 FILLER        PIC X(01) VALUE SPACES.
           05 SEP-UNID      PIC X(03).
           05 FILLER        PIC X(02) VALUE SPACES.
           05 SEP-QTDE      PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER        PIC X(12) VALUE '  __________'.

       01 LINHA-SEP-TOT.
           05 FILLER        PIC X(24) VALUE
           'PRODUTOS A SEPARAR.....:'.
           05 SEP-TOT-ITENS PIC ZZ.ZZ9.

       01 LINHA-SEP-ESTOURO.
           05 FILLER        PIC X(50) VALUE
           '*** TABELA DE SEPARACAO CHEIA - PRODUTOS OMITIDOS:'.
           05 SEP-ESTOUROU  PIC ZZ.ZZ9.

       01 LINHA-ROM-CAB0.
           05 FILLER        PIC X(060) VALUE
           'ROMANEIO DE ENTREGA'.
           05 FILLER        PIC X(09) VALUE 'PAGINA : '.
           05 PAG-ROM       PIC ZZ9.

       01 LINHA-ROM-CAB1.
           05 FILLER        PIC X(09) VALUE 'EMISSAO: '.
           05 RCB-EMISSAO   PIC X(10).
           05 FILLER        PIC X(11) VALUE '   CARGA: '.
           05 RCB-CARGA     PIC ZZ9.
           05 FILLER        PIC X(14) VALUE '   DEPOSITO: '.
           05 RCB-DEP       PIC 9(03).
           05 FILLER        PIC X(03) VALUE ' - '.
           05 RCB-NOME-DEP  PIC X(30).

       01 LINHA-ROM-CAB2.
           05 FILLER        PIC X(09) VALUE 'REGIAO.: '.
           05 RCB-UF        PIC X(02).
           05 FILLER        PIC X(03) VALUE ' - '.
           05 RCB-MUNIC     PIC X(30).

       01 LINHA-ROM-TIT.
           05 FILLER        PIC X(50) VALUE
           'PARADA   FATURA CLIENTE                           '.
           05 FILLER        PIC X(45) VALUE
           '       DIST.KM      PESO KG   VOLUME M3'.

       01 LINHA-ROM-DET.
           05 FILLER        PIC X(03) VALUE SPACES.
           05 ROM-PARADA    PIC ZZ9.
           05 FILLER        PIC X(01) VALUE SPACES.
           05 ROM-FATURA    PIC 9(08).
           05 FILLER        PIC X(01) VALUE SPACES.
           05 ROM-CODC      PIC 9(07).
           05 FILLER        PIC X(01) VALUE SPACES.
           05 ROM-NOME      PIC X(30).
           05 FILLER        PIC X(01) VALUE SPACES.
           05 ROM-DIST      PIC ZZ.ZZ9,9.
           05 FILLER        PIC X(01) VALUE SPACES.
           05 ROM-PESO      PIC Z.ZZZ.ZZ9,999.
           05 FILLER        PIC X(01) VALUE SPACES.
           05 ROM-VOLUME    PIC ZZ.ZZ9,9999.

       01 LINHA-ROM-TOT1.
           05 FILLER        PIC X(24) VALUE
           'TOTAL DA CARGA.........:'.
           05 FILLER        PIC X(09) VALUE ' FATURAS '.
           05 ROM-TOT-NF    PIC ZZ.ZZ9.
           05 FILLER        PIC X(09) VALUE '  PESO KG'.
           05 ROM-TOT-PESO  PIC ZZZ.ZZZ.ZZ9,999.
           05 FILLER        PIC X(11) VALUE '  VOLUME M3'.
           05 ROM-TOT-VOL   PIC Z.ZZZ.ZZ9,9999.

       01 LINHA-ROM-TOT2.
           05 FILLER        PIC X(24) VALUE
           'VEICULO................:'.
           05 FILLER        PIC X(01) VALUE SPACES.
           05 ROM-PLACA     PIC X(07).
           05 FILLER        PIC X(01) VALUE SPACES.
           05 ROM-DESCR-VEI PIC X(30).
           05 FILLER        PIC X(05) VALUE ' CAP.'.
           05 ROM-CAP-PESO  PIC Z.ZZZ.ZZ9,99.
           05 FILLER        PIC X(04) VALUE ' KG '.
           05 ROM-CAP-VOL   PIC ZZ.ZZ9,9999.
           05 FILLER        PIC X(03) VALUE ' M3'.

       01 LINHA-ROM-EXCEDE.
           05 FILLER        PIC X(60) VALUE
           '*** CARGA EXCEDE A CAPACIDADE DE TODOS OS VEICULOS DO DEP'.
           05 FILLER        PIC X(10) VALUE 'OSITO ***'.

       01 LINHA-ROM-SEM-VEI.
           05 FILLER        PIC X(60) VALUE
           '*** NENHUM VEICULO ATIVO CADASTRADO NO DEPOSITO ***'.

       01 LINHA-ROM-ESTOURO.
           05 FILLER        PIC X(50) VALUE
           '*** TABELA DE FATURAS CHEIA - FATURAS OMITIDAS...:'.
           05 ROM-ESTOUROU  PIC ZZ.ZZ9.

       01 LINHA-BRANCO      PIC X(100) VALUE SPACES.

       COPY LK_CALC_DISTANCIA.

       COPY LK_ESTDEP.

       COPY LK_SPOOL.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM MONTA-CAMINHOS

           ACCEPT WS-DATA-EMISSAO FROM DATE YYYYMMDD
           ACCEPT WS-PARM FROM COMMAND-LINE
           IF WS-PARM NOT = SPACES
              IF WS-PARM (1:8) IS NUMERIC
                 MOVE WS-PARM (1:8) TO WS-DATA-EMISSAO
              ELSE
                 MOVE ZEROS TO WS-DEM-MES
              END-IF
           END-IF
           IF WS-DEM-MES < 01 OR WS-DEM-MES > 12
              OR WS-DEM-DIA < 01 OR WS-DEM-DIA > 31
              DISPLAY 'PROG157: DATA DE EMISSAO INVALIDA ' WS-PARM
              MOVE 12 TO WS-RETCODE
              PERFORM FINALIZA
           END-IF

           PERFORM ABRIR-ARQUIVO

           PERFORM CARREGA-VEICULOS THRU CARREGA-VEICULOS-FIM

      *    Faturas da data, com o peso e o volume dos itens e a
      *    separacao somada por deposito e produto.
           PERFORM CARREGA-FATURA
              THRU CARREGA-FATURA-SAI UNTIL FSF-FIM-REG

           IF WS-QTD-NF = ZEROS
              DISPLAY 'PROG157: NENHUMA FATURA EMITIDA EM '
                      WS-DATA-EMISSAO
              MOVE 4 TO WS-RETCODE
              PERFORM FINALIZA
           END-IF

           MOVE WS-QTD-NF TO WS-LIMITE
           SET TROCOU-SIM TO TRUE
           PERFORM ORDENA-NF-PASSADA THRU ORDENA-NF-PASSADA-FIM
              UNTIL TROCOU-NAO

           MOVE WS-QTD-SEP TO WS-LIMITE
           SET TROCOU-SIM TO TRUE
           PERFORM ORDENA-SEP-PASSADA THRU ORDENA-SEP-PASSADA-FIM
              UNTIL TROCOU-NAO

           PERFORM ABRE-RELATORIOS THRU ABRE-RELATORIOS-FIM

           PERFORM IMPRIME-SEPARACAO THRU IMPRIME-SEPARACAO-FIM

           PERFORM IMPRIME-ROMANEIO THRU IMPRIME-ROMANEIO-FIM

           DISPLAY 'FATURAS DA RODADA................: ' WS-QTD-NF
           DISPLAY 'PRODUTOS NA SEPARACAO............: ' WS-QTD-SEP
           DISPLAY 'CARGAS NO ROMANEIO...............: '
                   WS-NUM-CARGA
           DISPLAY 'CARGAS ACIMA DA CAPACIDADE.......: '
                   WS-QTD-EXCEDE

           PERFORM FINALIZA
           .
       FIM-PROCES.
           EXIT.

      *-------------------------------------------------------------*
       CARREGA-VEICULOS.
      *-------------------------------------------------------------*
      *    Sem VEICULO.ARQ as cargas saem sem veiculo.
           OPEN INPUT VEICULO
           IF NOT FSV-OK
              GO TO CARREGA-VEICULOS-FIM
           END-IF
           PERFORM CARREGA-UM-VEICULO
              THRU CARREGA-UM-VEICULO-SAI UNTIL FSV-FIM-REG
           CLOSE VEICULO

           MOVE WS-QTD-VEI TO WS-LIMITE
           SET TROCOU-SIM TO TRUE
           PERFORM ORDENA-VEI-PASSADA THRU ORDENA-VEI-PASSADA-FIM
              UNTIL TROCOU-NAO
           .
       CARREGA-VEICULOS-FIM.
           EXIT.

      *-------------------------------------------------------------*
       CARREGA-UM-VEICULO.
      *-------------------------------------------------------------*
           READ VEICULO NEXT AT END
                GO TO CARREGA-UM-VEICULO-SAI
           END-READ

           IF NOT VEI-ATIVO OR WS-QTD-VEI NOT < 200
              GO TO CARREGA-UM-VEICULO-SAI
           END-IF

           ADD 1 TO WS-QTD-VEI
           MOVE VEI-DEPOSITO   TO WS-TVE-DEP (WS-QTD-VEI)
           MOVE VEI-CAP-PESO   TO WS-TVE-CAP-PESO (WS-QTD-VEI)
           MOVE VEI-CAP-VOLUME TO WS-TVE-CAP-VOL (WS-QTD-VEI)
           MOVE VEI-PLACA      TO WS-TVE-PLACA (WS-QTD-VEI)
           MOVE VEI-DESCRICAO  TO WS-TVE-DESCR (WS-QTD-VEI)
           .
       CARREGA-UM-VEICULO-SAI.
           EXIT.

      *-------------------------------------------------------------*
       CARREGA-FATURA.
      *-------------------------------------------------------------*
           READ FATURA NEXT AT END
                GO TO CARREGA-FATURA-SAI
           END-READ

           IF FAT-EMISSAO NOT = WS-DATA-EMISSAO
              OR FAT-CANCELADA
              OR FAT-PARCELA > 1
              GO TO CARREGA-FATURA-SAI
           END-IF

           IF WS-QTD-NF NOT < 2000
              ADD 1 TO WS-NF-ESTOUROU
              GO TO CARREGA-FATURA-SAI
           END-IF

           ADD 1 TO WS-QTD-NF
           MOVE WS-QTD-NF  TO WS-IDX
           MOVE FAT-NUMERO TO WS-TNF-FATURA (WS-IDX)
           MOVE FAT-CODC   TO WS-TNF-CODC (WS-IDX)
           MOVE ZEROS      TO WS-TNF-DIST (WS-IDX) WS-DEP-NF

           MOVE FAT-CODC TO CLI-COD
           READ CLIENTES KEY IS CLI-COD
                INVALID KEY
                   MOVE SPACES TO WS-TNF-UF (WS-IDX)
                                  WS-TNF-MUNIC (WS-IDX)
                   MOVE 'CLIENTE NAO CADASTRADO'
                                TO WS-TNF-NOME (WS-IDX)
                   MOVE ZEROS   TO CLI-LATIT CLI-LONGI
                NOT INVALID KEY
                   MOVE CLI-UF        TO WS-TNF-UF (WS-IDX)
                   MOVE CLI-MUNICIPIO TO WS-TNF-MUNIC (WS-IDX)
                   MOVE CLI-NOME      TO WS-TNF-NOME (WS-IDX)
                   IF CLI-DEPOSITO NUMERIC
                      MOVE CLI-DEPOSITO TO WS-DEP-NF
                   END-IF
           END-READ

      *    Deposito zero ou fora do cadastro: o principal.
           SET LK-EDP-OP-CONSULTA TO TRUE
           MOVE ZEROS     TO LK-EDP-PROD LK-EDP-QTDE
           MOVE WS-DEP-NF TO LK-EDP-DEP
           CALL "PROG153" USING LK-ESTDEP END-CALL
           IF LK-EDP-NAO-CAD
              MOVE ZEROS TO LK-EDP-DEP
              CALL "PROG153" USING LK-ESTDEP END-CALL
           END-IF
           MOVE LK-EDP-DEP TO WS-DEP-NF WS-TNF-DEP (WS-IDX)

           PERFORM MEDE-DISTANCIA THRU MEDE-DISTANCIA-FIM

           MOVE ZEROS TO WS-PESO-NF WS-VOLUME-NF
           MOVE FAT-PEDIDO TO ITE-PEDIDO
           MOVE ZEROS      TO ITE-SEQ
           START PEDITEM KEY NOT LESS THAN ITE-KEY
                 INVALID KEY
                    MOVE 10 TO ITE-STAT
           END-START
           PERFORM SOMA-ITEM THRU SOMA-ITEM-SAI UNTIL FSI-FIM-REG

           MOVE WS-PESO-NF   TO WS-TNF-PESO (WS-IDX)
           MOVE WS-VOLUME-NF TO WS-TNF-VOLUME (WS-IDX)
           .
       CARREGA-FATURA-SAI.
           EXIT.

      *-------------------------------------------------------------*
       MEDE-DISTANCIA.
      *-------------------------------------------------------------*
      *    Distancia do deposito ao cliente; sem coordenada de um
      *    dos lados, a parada fica no inicio da carga.
           IF NOT TEM-DEPOSITO
              GO TO MEDE-DISTANCIA-FIM
           END-IF
           MOVE WS-DEP-NF TO DEP-COD
           READ DEPOSITO
                INVALID KEY
                   GO TO MEDE-DISTANCIA-FIM
           END-READ
           IF (DEP-LATIT = ZEROS AND DEP-LONGI = ZEROS)
              OR (CLI-LATIT = ZEROS AND CLI-LONGI = ZEROS)
              GO TO MEDE-DISTANCIA-FIM
           END-IF

           MOVE CLI-LATIT TO LK-LATITUDE-C
           MOVE CLI-LONGI TO LK-LONGITUDE-C
           MOVE DEP-LATIT TO LK-LATITUDE-V
           MOVE DEP-LONGI TO LK-LONGITUDE-V
           MOVE 'K'       TO LK-UNIDADE
           CALL "PROG08" USING LK-PARAMETROS END-CALL
           IF LK-STATUS-RET = '0'
              MOVE LK-DISTANCIA TO WS-TNF-DIST (WS-IDX)
           END-IF
           .
       MEDE-DISTANCIA-FIM.
           EXIT.

      *-------------------------------------------------------------*
       SOMA-ITEM.
      *-------------------------------------------------------------*
           READ PEDITEM NEXT AT END
                GO TO SOMA-ITEM-SAI
           END-READ

           IF ITE-PEDIDO NOT = FAT-PEDIDO
              MOVE 10 TO ITE-STAT
              GO TO SOMA-ITEM-SAI
           END-IF

           MOVE ITE-PROD TO PRO-COD
           READ PRODUTO
                INVALID KEY
                   MOVE SPACES TO PRO-LOCALIZACAO PRO-UNIDADE
                   MOVE 'PRODUTO NAO CADASTRADO' TO PRO-DESCRICAO
                   MOVE ZEROS  TO PRO-PESO PRO-VOLUME
           END-READ

      *    Produto cadastrado antes do peso e do volume: zero.
           MOVE ZEROS TO WS-PESO-UNIT WS-VOLUME-UNIT
           IF PRO-PESO NUMERIC
              MOVE PRO-PESO TO WS-PESO-UNIT
           END-IF
           IF PRO-VOLUME NUMERIC
              MOVE PRO-VOLUME TO WS-VOLUME-UNIT
           END-IF
           COMPUTE WS-PESO-NF ROUNDED = WS-PESO-NF
                                      + ITE-QTDE * WS-PESO-UNIT
           COMPUTE WS-VOLUME-NF ROUNDED = WS-VOLUME-NF
                                        + ITE-QTDE * WS-VOLUME-UNIT

           PERFORM ACUMULA-SEPARACAO THRU ACUMULA-SEPARACAO-FIM
           .
       SOMA-ITEM-SAI.
           EXIT.

      *-------------------------------------------------------------*
       ACUMULA-SEPARACAO.
      *-------------------------------------------------------------*
           MOVE ZEROS TO WS-IDX-ACHOU
           PERFORM PROCURA-SEPARACAO
              VARYING WS-IDX2 FROM 1 BY 1
              UNTIL WS-IDX2 > WS-QTD-SEP OR WS-IDX-ACHOU NOT = ZEROS

           IF WS-IDX-ACHOU NOT = ZEROS
              ADD ITE-QTDE TO WS-TSP-QTDE (WS-IDX-ACHOU)
              GO TO ACUMULA-SEPARACAO-FIM
           END-IF

           IF WS-QTD-SEP NOT < 3000
              ADD 1 TO WS-SEP-ESTOUROU
              GO TO ACUMULA-SEPARACAO-FIM
           END-IF

           ADD 1 TO WS-QTD-SEP
           MOVE WS-DEP-NF       TO WS-TSP-DEP (WS-QTD-SEP)
           MOVE PRO-LOCALIZACAO TO WS-TSP-LOCAL (WS-QTD-SEP)
           MOVE ITE-PROD        TO WS-TSP-PROD (WS-QTD-SEP)
           MOVE PRO-DESCRICAO   TO WS-TSP-DESCR (WS-QTD-SEP)
           MOVE PRO-UNIDADE     TO WS-TSP-UNID (WS-QTD-SEP)
           MOVE ITE-QTDE        TO WS-TSP-QTDE (WS-QTD-SEP)
           .
       ACUMULA-SEPARACAO-FIM.
           EXIT.

      *-------------------------------------------------------------*
       PROCURA-SEPARACAO.
      *-------------------------------------------------------------*
           IF WS-TSP-DEP (WS-IDX2) = WS-DEP-NF
              AND WS-TSP-PROD (WS-IDX2) = ITE-PROD
              MOVE WS-IDX2 TO WS-IDX-ACHOU
           END-IF
           .
       PROCURA-SEPARACAO-FIM.
           EXIT.

      *-------------------------------------------------------------*
       ORDENA-NF-PASSADA.
      *-------------------------------------------------------------*
      *    Ordenacao por troca (bolha), com saida antecipada quando
      *    nada troca; o mesmo nas tabelas de separacao e frota.
           SET TROCOU-NAO TO TRUE
           PERFORM ORDENA-NF-COMPARA
               VARYING WS-IDX2 FROM 1 BY 1
               UNTIL WS-IDX2 NOT < WS-LIMITE
           .
       ORDENA-NF-PASSADA-FIM.
           EXIT.

      *-------------------------------------------------------------*
       ORDENA-NF-COMPARA.
      *-------------------------------------------------------------*
           IF WS-TNF-CHAVE (WS-IDX2) > WS-TNF-CHAVE (WS-IDX2 + 1)
              MOVE WS-TNF-ENT (WS-IDX2)     TO WS-TNF-TROCA
              MOVE WS-TNF-ENT (WS-IDX2 + 1) TO WS-TNF-ENT (WS-IDX2)
              MOVE WS-TNF-TROCA             TO
                   WS-TNF-ENT (WS-IDX2 + 1)
              SET TROCOU-SIM TO TRUE
           END-IF
           .
       ORDENA-NF-COMPARA-FIM.
           EXIT.

      *-------------------------------------------------------------*
       ORDENA-SEP-PASSADA.
      *-------------------------------------------------------------*
           SET TROCOU-NAO TO TRUE
           PERFORM ORDENA-SEP-COMPARA
               VARYING WS-IDX2 FROM 1 BY 1
               UNTIL WS-IDX2 NOT < WS-LIMITE
           .
       ORDENA-SEP-PASSADA-FIM.
           EXIT.

      *-------------------------------------------------------------*
       ORDENA-SEP-COMPARA.
      *-------------------------------------------------------------*
           IF WS-TSP-CHAVE (WS-IDX2) > WS-TSP-CHAVE (WS-IDX2 + 1)
              MOVE WS-TSP-ENT (WS-IDX2)     TO WS-TSP-TROCA
              MOVE WS-TSP-ENT (WS-IDX2 + 1) TO WS-TSP-ENT (WS-IDX2)
              MOVE WS-TSP-TROCA             TO
                   WS-TSP-ENT (WS-IDX2 + 1)
              SET TROCOU-SIM TO TRUE
           END-IF
           .
       ORDENA-SEP-COMPARA-FIM.
           EXIT.

      *-------------------------------------------------------------*
       ORDENA-VEI-PASSADA.
      *-------------------------------------------------------------*
           SET TROCOU-NAO TO TRUE
           PERFORM ORDENA-VEI-COMPARA
               VARYING WS-IDX2 FROM 1 BY 1
               UNTIL WS-IDX2 NOT < WS-LIMITE
           .
       ORDENA-VEI-PASSADA-FIM.
           EXIT.

      *-------------------------------------------------------------*
       ORDENA-VEI-COMPARA.
      *-------------------------------------------------------------*
           IF WS-TVE-CHAVE (WS-IDX2) > WS-TVE-CHAVE (WS-IDX2 + 1)
              MOVE WS-TVE-ENT (WS-IDX2)     TO WS-TVE-TROCA
              MOVE WS-TVE-ENT (WS-IDX2 + 1) TO WS-TVE-ENT (WS-IDX2)
              MOVE WS-TVE-TROCA             TO
                   WS-TVE-ENT (WS-IDX2 + 1)
              SET TROCOU-SIM TO TRUE
           END-IF
           .
       ORDENA-VEI-COMPARA-FIM.
           EXIT.

      *-------------------------------------------------------------*
       IMPRIME-SEPARACAO.
      *-------------------------------------------------------------*
      *    Uma folha por deposito, na ordem do endereco.
           MOVE 999   TO WS-DEP-ANT
           MOVE ZEROS TO WS-ITENS-DEP
           PERFORM IMPRIME-UM-PRODUTO
              VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-QTD-SEP

           MOVE WS-ITENS-DEP TO SEP-TOT-ITENS
           WRITE RELSEP-REL FROM LINHA-SEP-TOT AFTER 2

           IF WS-SEP-ESTOUROU NOT = ZEROS
              MOVE WS-SEP-ESTOUROU TO SEP-ESTOUROU
              WRITE RELSEP-REL FROM LINHA-SEP-ESTOURO AFTER 1
           END-IF
           .
       IMPRIME-SEPARACAO-FIM.
           EXIT.

      *-------------------------------------------------------------*
       IMPRIME-UM-PRODUTO.
      *-------------------------------------------------------------*
           IF WS-TSP-DEP (WS-IDX) NOT = WS-DEP-ANT
              IF WS-DEP-ANT NOT = 999
                 MOVE WS-ITENS-DEP TO SEP-TOT-ITENS
                 WRITE RELSEP-REL FROM LINHA-SEP-TOT AFTER 2
              END-IF
              MOVE WS-TSP-DEP (WS-IDX) TO WS-DEP-ANT
              MOVE ZEROS TO WS-ITENS-DEP
              PERFORM CABECALHO-SEPARACAO
           END-IF

           IF WS-CTLIN > 55
              PERFORM CABECALHO-SEPARACAO
           END-IF

           MOVE WS-TSP-LOCAL (WS-IDX) TO SEP-LOCAL
           MOVE WS-TSP-PROD (WS-IDX)  TO SEP-PROD
           MOVE WS-TSP-DESCR (WS-IDX) TO SEP-DESCR
           MOVE WS-TSP-UNID (WS-IDX)  TO SEP-UNID
           MOVE WS-TSP-QTDE (WS-IDX)  TO SEP-QTDE
           WRITE RELSEP-REL FROM LINHA-SEP-DET AFTER 1
           ADD 1 TO WS-CTLIN WS-ITENS-DEP
           .
       IMPRIME-UM-PRODUTO-FIM.
           EXIT.

      *-------------------------------------------------------------*
       CABECALHO-SEPARACAO.
      *-------------------------------------------------------------*
           MOVE WS-DEP-ANT TO WS-DEP-NF
           PERFORM NOME-DEPOSITO

           ADD 1 TO WS-CTPAG-SEP
           MOVE WS-CTPAG-SEP    TO PAG-SEP
           MOVE WS-DEP-ANT      TO SCB-DEP
           MOVE WS-NOME-DEP     TO SCB-NOME-DEP
           PERFORM EDITA-EMISSAO-SEP
           WRITE RELSEP-REL FROM LINHA-SEP-CAB0 AFTER ADVANCING PAGE
           WRITE RELSEP-REL FROM LINHA-SEP-CAB1 AFTER 1
           WRITE RELSEP-REL FROM LINHA-BRANCO   AFTER 1
           WRITE RELSEP-REL FROM LINHA-SEP-TIT  AFTER 1
           WRITE RELSEP-REL FROM LINHA-BRANCO   AFTER 1
           MOVE 5 TO WS-CTLIN
           .
       CABECALHO-SEPARACAO-FIM.
           EXIT.

      *-------------------------------------------------------------*
       EDITA-EMISSAO-SEP.
      *-------------------------------------------------------------*
      *    Data editada DD/MM/AAAA.
           MOVE WS-DEM-DIA TO SCB-EMISSAO (1:2)
           MOVE '/'        TO SCB-EMISSAO (3:1)
           MOVE WS-DEM-MES TO SCB-EMISSAO (4:2)
           MOVE '/'        TO SCB-EMISSAO (6:1)
           MOVE WS-DEM-ANO TO SCB-EMISSAO (7:4)
           .
       EDITA-EMISSAO-SEP-FIM.
           EXIT.

      *-------------------------------------------------------------*
       IMPRIME-ROMANEIO.
      *-------------------------------------------------------------*
      *    Uma carga por deposito e regiao; a chave da tabela ja
      *    traz as paradas na ordem da distancia.
           MOVE HIGH-VALUES TO WS-REGIAO-ANT
           PERFORM IMPRIME-UMA-FATURA
              VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-QTD-NF

           PERFORM FECHA-CARGA THRU FECHA-CARGA-FIM

           IF WS-NF-ESTOUROU NOT = ZEROS
              MOVE WS-NF-ESTOUROU TO ROM-ESTOUROU
              WRITE RELROM-REL FROM LINHA-ROM-ESTOURO AFTER 2
           END-IF
           .
       IMPRIME-ROMANEIO-FIM.
           EXIT.

      *-------------------------------------------------------------*
       IMPRIME-UMA-FATURA.
      *-------------------------------------------------------------*
           IF WS-TNF-DEP (WS-IDX)   NOT = WS-REG-DEP
              OR WS-TNF-UF (WS-IDX) NOT = WS-REG-UF
              OR WS-TNF-MUNIC (WS-IDX) NOT = WS-REG-MUNIC
              IF WS-NUM-CARGA NOT = ZEROS
                 PERFORM FECHA-CARGA THRU FECHA-CARGA-FIM
              END-IF
              MOVE WS-TNF-DEP (WS-IDX)   TO WS-REG-DEP
              MOVE WS-TNF-UF (WS-IDX)    TO WS-REG-UF
              MOVE WS-TNF-MUNIC (WS-IDX) TO WS-REG-MUNIC
              ADD 1 TO WS-NUM-CARGA
              MOVE ZEROS TO WS-PARADA WS-CODC-ANT WS-NF-CARGA
                            WS-PESO-CARGA WS-VOLUME-CARGA
              PERFORM CABECALHO-ROMANEIO
           END-IF

           IF WS-CTLIN > 55
              PERFORM CABECALHO-ROMANEIO
           END-IF

      *    Faturas do mesmo cliente sao uma parada so.
           IF WS-TNF-CODC (WS-IDX) NOT = WS-CODC-ANT
              ADD 1 TO WS-PARADA
              MOVE WS-TNF-CODC (WS-IDX) TO WS-CODC-ANT
           END-IF

           MOVE WS-PARADA               TO ROM-PARADA
           MOVE WS-TNF-FATURA (WS-IDX)  TO ROM-FATURA
           MOVE WS-TNF-CODC (WS-IDX)    TO ROM-CODC
           MOVE WS-TNF-NOME (WS-IDX)    TO ROM-NOME
           MOVE WS-TNF-DIST (WS-IDX)    TO ROM-DIST
           MOVE WS-TNF-PESO (WS-IDX)    TO ROM-PESO
           MOVE WS-TNF-VOLUME (WS-IDX)  TO ROM-VOLUME
           WRITE RELROM-REL FROM LINHA-ROM-DET AFTER 1
           ADD 1 TO WS-CTLIN WS-NF-CARGA
           ADD WS-TNF-PESO (WS-IDX)   TO WS-PESO-CARGA
           ADD WS-TNF-VOLUME (WS-IDX) TO WS-VOLUME-CARGA
           .
       IMPRIME-UMA-FATURA-FIM.
           EXIT.

      *-------------------------------------------------------------*
       CABECALHO-ROMANEIO.
      *-------------------------------------------------------------*
           MOVE WS-REG-DEP TO WS-DEP-NF
           PERFORM NOME-DEPOSITO

           ADD 1 TO WS-CTPAG-ROM
           MOVE WS-CTPAG-ROM    TO PAG-ROM
           MOVE WS-DEM-DIA      TO RCB-EMISSAO (1:2)
           MOVE '/'             TO RCB-EMISSAO (3:1)
           MOVE WS-DEM-MES      TO RCB-EMISSAO (4:2)
           MOVE '/'             TO RCB-EMISSAO (6:1)
           MOVE WS-DEM-ANO      TO RCB-EMISSAO (7:4)
           MOVE WS-NUM-CARGA    TO RCB-CARGA
           MOVE WS-REG-DEP      TO RCB-DEP
           MOVE WS-NOME-DEP     TO RCB-NOME-DEP
           MOVE WS-REG-UF       TO RCB-UF
           MOVE WS-REG-MUNIC    TO RCB-MUNIC
           WRITE RELROM-REL FROM LINHA-ROM-CAB0 AFTER ADVANCING PAGE
           WRITE RELROM-REL FROM LINHA-ROM-CAB1 AFTER 1
           WRITE RELROM-REL FROM LINHA-ROM-CAB2 AFTER 1
           WRITE RELROM-REL FROM LINHA-BRANCO   AFTER 1
           WRITE RELROM-REL FROM LINHA-ROM-TIT  AFTER 1
           WRITE RELROM-REL FROM LINHA-BRANCO   AFTER 1
           MOVE 6 TO WS-CTLIN
           .
       CABECALHO-ROMANEIO-FIM.
           EXIT.

      *-------------------------------------------------------------*
       FECHA-CARGA.
      *-------------------------------------------------------------*
      *    Totais da carga e o menor veiculo ativo do deposito que
      *    leva o peso e o volume (volume zero no veiculo = sem
      *    limite); nenhum leva, a carga sai marcada com o maior.
           MOVE WS-NF-CARGA     TO ROM-TOT-NF
           MOVE WS-PESO-CARGA   TO ROM-TOT-PESO
           MOVE WS-VOLUME-CARGA TO ROM-TOT-VOL
           WRITE RELROM-REL FROM LINHA-ROM-TOT1 AFTER 2

           MOVE ZEROS TO WS-IDX-VEI WS-IDX-MAIOR
           PERFORM ESCOLHE-VEICULO
              VARYING WS-IDX2 FROM 1 BY 1
              UNTIL WS-IDX2 > WS-QTD-VEI OR WS-IDX-VEI NOT = ZEROS

           IF WS-IDX-VEI = ZEROS AND WS-IDX-MAIOR = ZEROS
              WRITE RELROM-REL FROM LINHA-ROM-SEM-VEI AFTER 1
              ADD 1 TO WS-QTD-EXCEDE
              GO TO FECHA-CARGA-FIM
           END-IF

           IF WS-IDX-VEI = ZEROS
              MOVE WS-IDX-MAIOR TO WS-IDX-VEI
              PERFORM IMPRIME-VEICULO
              WRITE RELROM-REL FROM LINHA-ROM-EXCEDE AFTER 1
              ADD 1 TO WS-QTD-EXCEDE
              GO TO FECHA-CARGA-FIM
           END-IF

           PERFORM IMPRIME-VEICULO
           .
       FECHA-CARGA-FIM.
           EXIT.

      *-------------------------------------------------------------*
       ESCOLHE-VEICULO.
      *-------------------------------------------------------------*
           IF WS-TVE-DEP (WS-IDX2) = WS-REG-DEP
              MOVE WS-IDX2 TO WS-IDX-MAIOR
              IF WS-PESO-CARGA NOT > WS-TVE-CAP-PESO (WS-IDX2)
                 AND (WS-TVE-CAP-VOL (WS-IDX2) = ZEROS
                 OR WS-VOLUME-CARGA NOT > WS-TVE-CAP-VOL (WS-IDX2))
                 MOVE WS-IDX2 TO WS-IDX-VEI
              END-IF
           END-IF
           .
       ESCOLHE-VEICULO-FIM.
           EXIT.

      *-------------------------------------------------------------*
       IMPRIME-VEICULO.
      *-------------------------------------------------------------*
           MOVE WS-TVE-PLACA (WS-IDX-VEI)    TO ROM-PLACA
           MOVE WS-TVE-DESCR (WS-IDX-VEI)    TO ROM-DESCR-VEI
           MOVE WS-TVE-CAP-PESO (WS-IDX-VEI) TO ROM-CAP-PESO
           MOVE WS-TVE-CAP-VOL (WS-IDX-VEI)  TO ROM-CAP-VOL
           WRITE RELROM-REL FROM LINHA-ROM-TOT2 AFTER 1
           .
       IMPRIME-VEICULO-FIM.
           EXIT.

      *-------------------------------------------------------------*
       NOME-DEPOSITO.
      *-------------------------------------------------------------*
           MOVE SPACES TO WS-NOME-DEP
           IF TEM-DEPOSITO
              MOVE WS-DEP-NF TO DEP-COD
              READ DEPOSITO
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      MOVE DEP-NOME TO WS-NOME-DEP
              END-READ
           END-IF
           .
       NOME-DEPOSITO-FIM.
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
                  'PEDITEM.ARQ'                DELIMITED BY SIZE
             INTO WS-ARQ-PEDITEM
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'PRODUTO.ARQ'                DELIMITED BY SIZE
             INTO WS-ARQ-PRODUTO
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'CLIENTES.ARQ'               DELIMITED BY SIZE
             INTO WS-ARQ-CLIENTES
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'DEPOSITO.ARQ'               DELIMITED BY SIZE
             INTO WS-ARQ-DEPOSITO
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'VEICULO.ARQ'                DELIMITED BY SIZE
             INTO WS-ARQ-VEICULO
           END-STRING
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
           SET ABRIU-FATURA TO TRUE

           OPEN INPUT PEDITEM
           IF FSI-NAO-EXISTE
              DISPLAY 'ARQUIVO PEDITEM NAO ENCONTRADO'
              MOVE 12 TO WS-RETCODE
              PERFORM FINALIZA
           END-IF
           SET ABRIU-PEDITEM TO TRUE

           OPEN INPUT PRODUTO
           IF FSP-NAO-EXISTE
              DISPLAY 'ARQUIVO PRODUTO NAO ENCONTRADO'
              MOVE 12 TO WS-RETCODE
              PERFORM FINALIZA
           END-IF
           SET ABRIU-PRODUTO TO TRUE

           OPEN INPUT CLIENTES
           IF FSC-NAO-EXISTE
              DISPLAY 'ARQUIVO CLIENTES NAO ENCONTRADO'
              MOVE 12 TO WS-RETCODE
              PERFORM FINALIZA
           END-IF
           SET ABRIU-CLIENTES TO TRUE

      *    Sem DEPOSITO.ARQ nao ha nome nem coordenada do deposito.
           OPEN INPUT DEPOSITO
           IF FSD-OK
              SET TEM-DEPOSITO TO TRUE
           END-IF
           .
       ABRIR-ARQUIVO-FIM.
           EXIT.

      *-------------------------------------------------------------*
       ABRE-RELATORIOS.
      *-------------------------------------------------------------*
      *    Os relatorios vao para o SPOOL\ com nome datado (PROG35)
      *    e entram no catalogo ao final.
           MOVE 'N'            TO LK-SPL-OPER
           MOVE 'PROG157'      TO LK-SPL-PROGRAMA
           MOVE 'REL-SEPA.TXT' TO LK-SPL-SUFIXO
           CALL "PROG35" USING LK-SPOOL END-CALL
           MOVE LK-SPL-CAMINHO TO WS-ARQ-RELSEP

           MOVE 'N'            TO LK-SPL-OPER
           MOVE 'PROG157'      TO LK-SPL-PROGRAMA
           MOVE 'REL-ROMA.TXT' TO LK-SPL-SUFIXO
           CALL "PROG35" USING LK-SPOOL END-CALL
           MOVE LK-SPL-CAMINHO TO WS-ARQ-RELROM

           OPEN OUTPUT RELSEP RELROM
           SET ABRIU-RELAT TO TRUE
           .
       ABRE-RELATORIOS-FIM.
           EXIT.

      *-------------------------------------------------------------*
       FINALIZA.
      *-------------------------------------------------------------*
           IF ABRIU-FATURA
              CLOSE FATURA
           END-IF
           IF ABRIU-PEDITEM
              CLOSE PEDITEM
           END-IF
           IF ABRIU-PRODUTO
              CLOSE PRODUTO
           END-IF
           IF ABRIU-CLIENTES
              CLOSE CLIENTES
           END-IF
           IF TEM-DEPOSITO
              CLOSE DEPOSITO
           END-IF

           IF ABRIU-RELAT
              CLOSE RELSEP RELROM
              MOVE 'R'            TO LK-SPL-OPER
              MOVE 'PROG157'      TO LK-SPL-PROGRAMA
              MOVE WS-PARM        TO LK-SPL-PARAMS
              MOVE WS-QTD-SEP     TO LK-SPL-QTDE
              MOVE WS-ARQ-RELSEP  TO LK-SPL-CAMINHO
              CALL "PROG35" USING LK-SPOOL END-CALL

              MOVE 'R'            TO LK-SPL-OPER
              MOVE 'PROG157'      TO LK-SPL-PROGRAMA
              MOVE WS-PARM        TO LK-SPL-PARAMS
              MOVE WS-QTD-NF      TO LK-SPL-QTDE
              MOVE WS-ARQ-RELROM  TO LK-SPL-CAMINHO
              CALL "PROG35" USING LK-SPOOL END-CALL
           END-IF

           MOVE WS-RETCODE TO RETURN-CODE
           GOBACK.
