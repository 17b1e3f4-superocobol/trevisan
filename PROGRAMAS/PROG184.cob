      ******************************************************************
      * Autor.....: Alexandre Trevisani (PROVA COBOL)
      * Data......: Julho/2019
      * Programa..: PROG184 - Exportacao Geografica da Cobertura
      * Chamadas..: PROG41 - Leitura dos Parametros Gerais
      *             PROG110 - Registro de Extracao (LGPD)
      *             PROG58 - Identificador de Execucao
      * Parametros: Linha de comando (opcional): UF;VEND;PRECISAO -
      *             UF do cliente/vendedor (em branco, todas), codigo
      *             do vendedor (em branco, todos) e a precisao
      *             minima da geocodificacao (CLI-GEO-PRECISAO): E =
      *             so CEP exato, 5 = exato e prefixo de 5 digitos,
      *             3 ou em branco = todos os localizados.
      * Observação: Exporta o mapa da cobertura de vendas em
      *             COBERTURA.KML e COBERTURA.GEOJSON (pasta de dados)
      *             com cinco camadas:
      *             VENDEDORES - vendedores ativos (VEN-LATIT/
      *               VEN-LONGI) com a quantidade de clientes em
      *               DISTRIB.ARQ;
      *             CLIENTES - clientes ativos localizados (CLI-LATIT/
      *               CLI-LONGI), com a cor do vendedor atribuido
      *               (DISTRIB.ARQ; cinza = sem vendedor) e o tamanho
      *               pela classe (A maior, C menor); ponto de
      *               geocodificacao aproximada (prefixo de CEP) sai
      *               translucido e vazado;
      *             FORA DO RAIO - clientes que o PROG09 deixou sem
      *               vendedor por estarem alem da distancia maxima
      *               (EXCECAO.CSV), com o vendedor mais proximo;
      *             ATRIBUICOES - linha do vendedor ao cliente;
      *             TERRITORIOS - cada faixa de CEP de TERRITORIO.ARQ
      *               (PROG71) desenhada como o retangulo que envolve
      *               os clientes exportados que caem nela.
      *             Roda sem tela, na cadeia noturna do PROG34, logo
      *             depois do PROG09 (le o DISTRIB.ARQ e o EXCECAO.CSV
      *             que ele acabou de gravar). A extracao e' registrada
      *             para a LGPD (PROG110).
      * Cod.Retorno (RETURN-CODE):
      *             0 = processamento normal
      *             4 = nada a exportar com os filtros informados
      *            12 = arquivo ausente ou parametro invalido
      * Historico.:
      *   2026 mnt - Programa novo.
      ******************************************************************
       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         PROG184.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SPECIAL-NAMES.      DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.

       SELECT CLIENTES ASSIGN TO WS-ARQ-CLIENTES
              ORGANIZATION         IS INDEXED
              ACCESS MODE          IS DYNAMIC
              FILE STATUS          IS CLI-STAT
              ALTERNATE RECORD KEY IS CLI-COD
              ALTERNATE RECORD KEY IS CLI-NOME  WITH DUPLICATES
              ALTERNATE RECORD KEY IS CLI-CNPJ-RAIZ WITH DUPLICATES
              ALTERNATE RECORD KEY IS CLI-NOME-BUSCA WITH DUPLICATES
              RECORD KEY           IS CLI-KEY.

       SELECT VENDEDOR ASSIGN TO WS-ARQ-VENDEDOR
              ORGANIZATION         IS INDEXED
              ACCESS  MODE         IS DYNAMIC
              FILE STATUS          IS VEN-STAT
              ALTERNATE RECORD KEY IS VEN-COD
              ALTERNATE RECORD KEY IS VEN-NOME  WITH DUPLICATES
              RECORD KEY           IS VEN-KEY.

       SELECT DISTRIB ASSIGN TO WS-ARQ-DISTRIB
              ORGANIZATION         IS INDEXED
              ACCESS  MODE         IS DYNAMIC
              FILE STATUS          IS DIS-STAT
              ALTERNATE RECORD KEY IS DIS-CODV WITH DUPLICATES
              RECORD KEY           IS DIS-KEY.

       SELECT TERRIT ASSIGN TO WS-ARQ-TERRIT
              ORGANIZATION         IS INDEXED
              ACCESS  MODE         IS DYNAMIC
              FILE STATUS          IS TER-STAT
              RECORD KEY           IS TER-KEY.

       SELECT EXCECAO ASSIGN TO WS-ARQ-EXCECAO
              ORGANIZATION         IS LINE SEQUENTIAL
              FILE STATUS          IS EXC-STAT.

       SELECT MAPAKML ASSIGN TO WS-ARQ-MAPAKML
              ORGANIZATION         IS LINE SEQUENTIAL
              FILE STATUS          IS KML-STAT.

       SELECT MAPAJSON ASSIGN TO WS-ARQ-MAPAJSON
              ORGANIZATION         IS LINE SEQUENTIAL
              FILE STATUS          IS JSO-STAT.

       DATA            DIVISION.
       FILE            SECTION.

       COPY FD_CLIENTES.

       COPY FD_VENDEDOR.

       COPY FD_DISTRIB.

       COPY FD_TERRIT.

       FD EXCECAO.

       01 EXCECAO-CSV.
          05 EXC-REG        PIC X(100).

       FD MAPAKML.

       01 MAPAKML-REG.
          05 KML-IMP        PIC X(1000).

       FD MAPAJSON.

       01 MAPAJSON-REG.
          05 JSO-IMP        PIC X(1000).

       WORKING-STORAGE SECTION.

       77 WS-DIR-DADOS       PIC X(50) VALUE SPACES.
       77 WS-ARQ-CLIENTES    PIC X(70) VALUE SPACES.
       77 WS-ARQ-VENDEDOR    PIC X(70) VALUE SPACES.
       77 WS-ARQ-DISTRIB     PIC X(70) VALUE SPACES.
       77 WS-ARQ-TERRIT      PIC X(70) VALUE SPACES.
       77 WS-ARQ-EXCECAO     PIC X(70) VALUE SPACES.
       77 WS-ARQ-MAPAKML     PIC X(90) VALUE SPACES.
       77 WS-ARQ-MAPAJSON    PIC X(90) VALUE SPACES.

       77 CLI-STAT          PIC 9(02).
           88 FSC-OK        VALUE ZEROS.
           88 FSC-FIM-REG   VALUE 10.
           88 FSC-NAO-EXISTE VALUE 35.

       77 VEN-STAT          PIC 9(02).
           88 FSV-OK        VALUE ZEROS.
           88 FSV-FIM-REG   VALUE 10.
           88 FSV-NAO-EXISTE VALUE 35.

       77 DIS-STAT          PIC 9(02).
           88 FSD-OK        VALUE ZEROS.
           88 FSD-FIM-REG   VALUE 10.
           88 FSD-NAO-EXISTE VALUE 35.

       77 TER-STAT          PIC 9(02).
           88 FSTR-OK       VALUE ZEROS.
           88 FSTR-FIM-REG  VALUE 10.
           88 FSTR-NAO-EXISTE VALUE 35.

       77 EXC-STAT          PIC 9(02).
           88 FSE-OK        VALUE ZEROS.
           88 FSE-FIM-REG   VALUE 10.
           88 FSE-NAO-EXISTE VALUE 35.

       77 KML-STAT          PIC 9(02).
           88 FSK-OK        VALUE ZEROS.

       77 JSO-STAT          PIC 9(02).
           88 FSJ-OK        VALUE ZEROS.

       77 WS-PARM           PIC X(80) VALUE SPACES.
       77 WS-PARM-VEND      PIC X(05) VALUE SPACES.
       77 WS-TAM-VEND       PIC 9(02) VALUE ZEROS.
       77 WS-RETCODE        PIC 9(02) VALUE ZEROS.
       77 WS-DATA-HOJE      PIC 9(08) VALUE ZEROS.

      *    Filtros da linha de comando.
       77 WS-FLT-UF         PIC X(02) VALUE SPACES.
       77 WS-FLT-VEND       PIC 9(05) VALUE ZEROS.
       77 WS-FLT-PREC       PIC X(01) VALUE SPACES.
           88 FLT-PREC-VALIDA VALUES ARE SPACE 'E' '5' '3'.
           88 FLT-SO-EXATA    VALUE 'E'.
           88 FLT-ATE-PREF-5  VALUE '5'.

       77 WS-UNIDADE        PIC X(02) VALUE 'Km'.

      *    Passada corrente sobre o CLIENTES.ARQ: 1 = clientes
      *    atribuidos ou sem vendedor, 2 = fora do raio, 3 = linhas
      *    de atribuicao.
       77 WS-PASSE          PIC 9(01) VALUE ZEROS.
           88 PASSE-CLIENTES VALUE 1.
           88 PASSE-FORA     VALUE 2.
           88 PASSE-LINHAS   VALUE 3.

      *    Vendedores ativos, pelo proprio VEN-COD: localizacao e
      *    clientes em DISTRIB.ARQ.
       01 WS-TAB-VEN.
           05 WS-VT-ENT OCCURS 99999 TIMES.
              10 WS-VT-GEO        PIC X(01).
              10 WS-VT-LATIT      PIC S9(03)V9(08).
              10 WS-VT-LONGI      PIC S9(03)V9(08).
              10 WS-VT-QTD        PIC 9(05).

      *    Clientes fora do raio (EXCECAO.CSV do PROG09), mantidos
      *    em ordem de codigo para a pesquisa binaria.
       01 WS-TAB-FORA.
           05 WS-EX-ENT OCCURS 2000 TIMES.
              10 WS-EX-CODC       PIC 9(07).
              10 WS-EX-CODV       PIC 9(05).
              10 WS-EX-DIST       PIC X(12).
       77 WS-QTD-EXC        PIC 9(04) VALUE ZEROS.
       77 WS-QTD-EXC-EST    PIC 9(06) VALUE ZEROS.
       77 WS-POS-EXC        PIC 9(04) VALUE ZEROS.
       77 WS-IDX-EXC        PIC 9(04) VALUE ZEROS.
       77 WS-IDX-FORA       PIC 9(04) VALUE ZEROS.
       77 WS-BS-INI         PIC 9(04) VALUE ZEROS.
       77 WS-BS-FIM         PIC 9(04) VALUE ZEROS.
       77 WS-BS-MEIO        PIC 9(04) VALUE ZEROS.

       01 WS-EXC-LINHA.
           05 WS-EXL-CODC   PIC X(07).
           05 WS-EXL-NOME   PIC X(40).
           05 WS-EXL-CODV   PIC X(05).
           05 WS-EXL-DIST   PIC X(12).

      *    Faixas de TERRITORIO.ARQ com o retangulo dos clientes.
       01 WS-TAB-TER.
           05 WS-TT-ITEM OCCURS 500 TIMES.
              10 WS-TT-UF         PIC X(02).
              10 WS-TT-INI        PIC 9(08).
              10 WS-TT-FIM        PIC 9(08).
              10 WS-TT-CODV       PIC 9(05).
              10 WS-TT-QTD        PIC 9(05).
              10 WS-TT-LAT-MIN    PIC S9(03)V9(08).
              10 WS-TT-LAT-MAX    PIC S9(03)V9(08).
              10 WS-TT-LON-MIN    PIC S9(03)V9(08).
              10 WS-TT-LON-MAX    PIC S9(03)V9(08).
       77 WS-QTD-TER-TAB    PIC 9(03) VALUE ZEROS.
       77 WS-IDX-TER        PIC 9(03) VALUE ZEROS.
       77 WS-TER-ACHOU      PIC 9(03) VALUE ZEROS.

      *    Paleta das cores dos vendedores (RRGGBB), escolhida pelo
      *    resto de VEN-COD por 12.
       01 WS-PALETA-VAL.
           05 FILLER        PIC X(06) VALUE 'E6194B'.
           05 FILLER        PIC X(06) VALUE '3CB44B'.
           05 FILLER        PIC X(06) VALUE 'FFE119'.
           05 FILLER        PIC X(06) VALUE '4363D8'.
           05 FILLER        PIC X(06) VALUE 'F58231'.
           05 FILLER        PIC X(06) VALUE '911EB4'.
           05 FILLER        PIC X(06) VALUE '46F0F0'.
           05 FILLER        PIC X(06) VALUE 'F032E6'.
           05 FILLER        PIC X(06) VALUE 'BCF60C'.
           05 FILLER        PIC X(06) VALUE '008080'.
           05 FILLER        PIC X(06) VALUE '9A6324'.
           05 FILLER        PIC X(06) VALUE '800000'.
       01 WS-PALETA REDEFINES WS-PALETA-VAL.
           05 WS-PAL-COR    PIC X(06) OCCURS 12 TIMES.
       77 WS-IDX-COR        PIC 9(02) VALUE ZEROS.

      *    Cor corrente: RRGGBB para o GeoJSON e aabbggrr para o KML.
       77 WS-COR            PIC X(06) VALUE SPACES.
       77 WS-ALFA           PIC X(02) VALUE 'FF'.
       77 WS-COR-KML        PIC X(08) VALUE SPACES.

      *    Cliente corrente.
       77 WS-CLI-VEND       PIC 9(05) VALUE ZEROS.
       77 WS-CLI-CLASSE     PIC X(01) VALUE SPACES.
       77 WS-CLI-PREC       PIC X(01) VALUE SPACES.
       77 WS-TEM-DIS        PIC X(01) VALUE 'N'.
           88 TEM-DIS       VALUE 'S'.
       77 WS-APROXIMADO     PIC X(01) VALUE 'N'.
           88 PONTO-APROX   VALUE 'S'.
       77 WS-ESCALA         PIC X(03) VALUE SPACES.
       77 WS-TAMANHO        PIC X(06) VALUE SPACES.
       77 WS-SIMBOLO        PIC X(14) VALUE SPACES.
       77 WS-DIST-ED        PIC ZZZZZ9,999.

      *    Edicao de coordenada com ponto decimal (-46.63330800).
       77 WS-COORD          PIC S9(03)V9(08) VALUE ZEROS.
       01 WS-COORD-ABS      PIC 9(03)V9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-COORD-ABS.
           05 WS-CA-INT     PIC 9(03).
           05 WS-CA-DEC     PIC 9(08).
       77 WS-CA-INT-ED      PIC ZZ9.
       77 WS-COORD-TXT      PIC X(14) VALUE SPACES.
       77 WS-TXT-LAT        PIC X(14) VALUE SPACES.
       77 WS-TXT-LON        PIC X(14) VALUE SPACES.
       77 WS-TXT-VLAT       PIC X(14) VALUE SPACES.
       77 WS-TXT-VLON       PIC X(14) VALUE SPACES.
       77 WS-TXT-LAT2       PIC X(14) VALUE SPACES.
       77 WS-TXT-LON2       PIC X(14) VALUE SPACES.

      *    Nome com os caracteres especiais do XML e do JSON
      *    tratados (o nome de busca ja vem sem acentos).
       77 WS-NOME-ENT       PIC X(40) VALUE SPACES.
       77 WS-NOME-XML       PIC X(240) VALUE SPACES.
       77 WS-NOME-JSON      PIC X(80) VALUE SPACES.
       77 WS-PTR-XML        PIC 9(03) VALUE ZEROS.
       77 WS-PTR-JSON       PIC 9(03) VALUE ZEROS.
       77 WS-IDX-CH         PIC 9(02) VALUE ZEROS.
       77 WS-CH             PIC X(01) VALUE SPACES.

       77 WS-LINHA          PIC X(1000) VALUE SPACES.
       77 WS-PTR            PIC 9(04) VALUE ZEROS.
       77 WS-PRIMEIRA-FEAT  PIC X(01) VALUE 'S'.
           88 PRIMEIRA-FEAT VALUE 'S'.

       77 WS-QTD-VEND-EXP   PIC 9(06) VALUE ZEROS.
       77 WS-QTD-CLI-EXP    PIC 9(07) VALUE ZEROS.
       77 WS-QTD-APROX      PIC 9(07) VALUE ZEROS.
       77 WS-QTD-FORA-EXP   PIC 9(07) VALUE ZEROS.
       77 WS-QTD-LINHAS     PIC 9(07) VALUE ZEROS.
       77 WS-QTD-TERR-EXP   PIC 9(04) VALUE ZEROS.
       77 WS-QTD-SEM-GEO    PIC 9(07) VALUE ZEROS.

       01 LINHA-TOT1.
           05 FILLER        PIC X(22) VALUE 'VENDEDORES..........: '.
           05 TOT-VEND      PIC ZZZZZ9.
           05 FILLER        PIC X(22) VALUE '   CLIENTES.......: '.
           05 TOT-CLI       PIC ZZZZZZ9.
           05 FILLER        PIC X(22) VALUE '   APROXIMADOS....: '.
           05 TOT-APROX     PIC ZZZZZZ9.

       01 LINHA-TOT2.
           05 FILLER        PIC X(22) VALUE 'FORA DO RAIO........: '.
           05 TOT-FORA      PIC ZZZZZ9.
           05 FILLER        PIC X(22) VALUE '   ATRIBUICOES....: '.
           05 TOT-LINHAS    PIC ZZZZZZ9.
           05 FILLER        PIC X(22) VALUE '   TERRITORIOS....: '.
           05 TOT-TERR      PIC ZZZZZZ9.

       01 LINHA-TOT3.
           05 FILLER        PIC X(22) VALUE 'SEM LOCALIZACAO.....: '.
           05 TOT-SEM-GEO   PIC ZZZZZ9.

       COPY LK_IDEXEC.

       COPY LK_PARAM.

       COPY LK_EXTRLOG.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM MONTA-CAMINHOS
           MOVE 'PROG184' TO LK-IDX-PROGRAMA
           CALL "PROG58" USING LK-IDEXEC END-CALL
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           ACCEPT WS-PARM FROM COMMAND-LINE
           IF WS-PARM NOT = SPACES
              UNSTRING WS-PARM DELIMITED BY ';'
                  INTO WS-FLT-UF
                       WS-PARM-VEND COUNT IN WS-TAM-VEND
                       WS-FLT-PREC
              END-UNSTRING
              IF WS-TAM-VEND > 5
                 MOVE 'X' TO WS-FLT-PREC
              END-IF
              IF WS-TAM-VEND > ZEROS AND WS-TAM-VEND NOT > 5
                 IF WS-PARM-VEND (1:WS-TAM-VEND) IS NUMERIC
                    MOVE WS-PARM-VEND (1:WS-TAM-VEND) TO WS-FLT-VEND
                 ELSE
                    MOVE 'X' TO WS-FLT-PREC
                 END-IF
              END-IF
           END-IF

           IF NOT FLT-PREC-VALIDA
              DISPLAY 'PROG184: PARAMETRO INVALIDO ' WS-PARM (1:20)
              MOVE 12 TO WS-RETCODE
              MOVE WS-RETCODE TO RETURN-CODE
              GOBACK
           END-IF

           CALL "PROG41" USING LK-PARAM END-CALL
           IF LK-PAR-UNIDADE = 'M'
              MOVE 'mi' TO WS-UNIDADE
           END-IF

           PERFORM ABRIR-ARQUIVO

           PERFORM CARREGA-VENDEDORES
           PERFORM CARREGA-FORA-RAIO THRU CARREGA-FORA-RAIO-FIM
           PERFORM CARREGA-TERRITORIOS THRU CARREGA-TERRITORIOS-FIM

           PERFORM INICIA-MAPA

      *    Camada dos vendedores.
           PERFORM ABRE-PASTA-KML
           MOVE LOW-VALUES TO VENDEDOR-CLI
           START VENDEDOR KEY NOT LESS THAN VEN-COD
                 INVALID KEY
                    MOVE 10 TO VEN-STAT
           END-START
           PERFORM EXPORTA-VENDEDOR
              THRU EXPORTA-VENDEDOR-SAI UNTIL FSV-FIM-REG
           MOVE ZEROS TO VEN-STAT
           PERFORM FECHA-PASTA-KML

      *    Clientes, fora do raio e atribuicoes: uma passada para
      *    cada pasta do KML.
           PERFORM PASSA-CLIENTES
               VARYING WS-PASSE FROM 1 BY 1 UNTIL WS-PASSE > 3

      *    Territorios, com o retangulo acumulado nas passadas.
           MOVE 'TERRITORIOS' TO WS-NOME-ENT
           PERFORM ABRE-PASTA-KML
           PERFORM EXPORTA-TERRITORIO THRU EXPORTA-TERRITORIO-FIM
               VARYING WS-IDX-TER FROM 1 BY 1
               UNTIL WS-IDX-TER > WS-QTD-TER-TAB
           PERFORM FECHA-PASTA-KML

           PERFORM TERMINA-MAPA

           IF WS-QTD-CLI-EXP = ZEROS AND WS-QTD-FORA-EXP = ZEROS
              AND WS-QTD-VEND-EXP = ZEROS
              MOVE 04 TO WS-RETCODE
              DISPLAY 'PROG184: NADA A EXPORTAR COM OS FILTROS '
                      WS-PARM (1:20)
           END-IF

           PERFORM TOTAIS
           PERFORM FINALIZA
           .
       FIM-PROCES.
           EXIT.

      *-------------------------------------------------------------*
       CARREGA-VENDEDORES.
      *-------------------------------------------------------------*
      *    Localizacao dos vendedores ativos e a quantidade de
      *    clientes de cada um na distribuicao.
           MOVE LOW-VALUES TO VENDEDOR-CLI
           START VENDEDOR KEY NOT LESS THAN VEN-COD
                 INVALID KEY
                    MOVE 10 TO VEN-STAT
           END-START
           PERFORM CARREGA-UM-VENDEDOR
              THRU CARREGA-UM-VENDEDOR-SAI UNTIL FSV-FIM-REG
           MOVE ZEROS TO VEN-STAT

           MOVE LOW-VALUES TO DISTRIB-DIS
           START DISTRIB KEY NOT LESS THAN DIS-KEY
                 INVALID KEY
                    MOVE 10 TO DIS-STAT
           END-START
           PERFORM CONTA-DISTRIB
              THRU CONTA-DISTRIB-SAI UNTIL FSD-FIM-REG
           MOVE ZEROS TO DIS-STAT
           .
       CARREGA-VENDEDORES-FIM.
           EXIT.

      *-------------------------------------------------------------*
       CARREGA-UM-VENDEDOR.
      *-------------------------------------------------------------*
           READ VENDEDOR NEXT AT END
                GO TO CARREGA-UM-VENDEDOR-SAI
           END-READ

           IF NOT VEN-ATIVO OR VEN-COD = ZEROS
              GO TO CARREGA-UM-VENDEDOR-SAI
           END-IF

           IF VEN-LATIT = ZEROS AND VEN-LONGI = ZEROS
              GO TO CARREGA-UM-VENDEDOR-SAI
           END-IF

           MOVE 'S'       TO WS-VT-GEO   (VEN-COD)
           MOVE VEN-LATIT TO WS-VT-LATIT (VEN-COD)
           MOVE VEN-LONGI TO WS-VT-LONGI (VEN-COD)
           .
       CARREGA-UM-VENDEDOR-SAI.
           EXIT.

      *-------------------------------------------------------------*
       CONTA-DISTRIB.
      *-------------------------------------------------------------*
           READ DISTRIB NEXT AT END
                GO TO CONTA-DISTRIB-SAI
           END-READ

           IF DIS-CODV NOT = ZEROS
              ADD 1 TO WS-VT-QTD (DIS-CODV)
           END-IF
           .
       CONTA-DISTRIB-SAI.
           EXIT.

      *-------------------------------------------------------------*
       CARREGA-FORA-RAIO.
      *-------------------------------------------------------------*
      *    EXCECAO.CSV da ultima distribuicao (PROG09): clientes cujo
      *    vendedor mais proximo passa da distancia maxima. Sem o
      *    arquivo a camada sai vazia.
           OPEN INPUT EXCECAO
           IF NOT FSE-OK
              GO TO CARREGA-FORA-RAIO-FIM
           END-IF

           PERFORM CARREGA-UMA-EXCECAO
              THRU CARREGA-UMA-EXCECAO-SAI UNTIL FSE-FIM-REG
           CLOSE EXCECAO
           .
       CARREGA-FORA-RAIO-FIM.
           EXIT.

      *-------------------------------------------------------------*
       CARREGA-UMA-EXCECAO.
      *-------------------------------------------------------------*
      *    Cabecalho e linhas em branco nao tem codigo numerico.
           READ EXCECAO AT END
                GO TO CARREGA-UMA-EXCECAO-SAI
           END-READ

           MOVE SPACES TO WS-EXC-LINHA
           UNSTRING EXC-REG DELIMITED BY ';'
               INTO WS-EXL-CODC WS-EXL-NOME WS-EXL-CODV WS-EXL-DIST
           END-UNSTRING
           IF WS-EXL-CODC IS NOT NUMERIC
              GO TO CARREGA-UMA-EXCECAO-SAI
           END-IF
           IF WS-EXL-CODV IS NOT NUMERIC
              MOVE ZEROS TO WS-EXL-CODV
           END-IF

           IF WS-QTD-EXC = 2000
              ADD 1 TO WS-QTD-EXC-EST
              GO TO CARREGA-UMA-EXCECAO-SAI
           END-IF

      *    Insere na posicao da ordem de codigo.
           MOVE 1 TO WS-POS-EXC
           PERFORM ACHA-POSICAO-EXC
               UNTIL WS-POS-EXC > WS-QTD-EXC
                  OR WS-EX-CODC (WS-POS-EXC) NOT < WS-EXL-CODC
           PERFORM DESLOCA-EXCECAO
               VARYING WS-IDX-EXC FROM WS-QTD-EXC BY -1
               UNTIL WS-IDX-EXC < WS-POS-EXC
           ADD 1 TO WS-QTD-EXC
           MOVE WS-EXL-CODC TO WS-EX-CODC (WS-POS-EXC)
           MOVE WS-EXL-CODV TO WS-EX-CODV (WS-POS-EXC)
           MOVE FUNCTION TRIM (WS-EXL-DIST) TO WS-EX-DIST (WS-POS-EXC)
           .
       CARREGA-UMA-EXCECAO-SAI.
           EXIT.

      *-------------------------------------------------------------*
       ACHA-POSICAO-EXC.
      *-------------------------------------------------------------*
           ADD 1 TO WS-POS-EXC
           .
       ACHA-POSICAO-EXC-FIM.
           EXIT.

      *-------------------------------------------------------------*
       DESLOCA-EXCECAO.
      *-------------------------------------------------------------*
           MOVE WS-EX-ENT (WS-IDX-EXC) TO WS-EX-ENT (WS-IDX-EXC + 1)
           .
       DESLOCA-EXCECAO-FIM.
           EXIT.

      *-------------------------------------------------------------*
       BUSCA-FORA-RAIO.
      *-------------------------------------------------------------*
      *    Pesquisa binaria do cliente corrente na tabela de fora do
      *    raio; WS-IDX-FORA fica ZEROS quando ele nao esta nela.
           MOVE ZEROS      TO WS-IDX-FORA
           MOVE 1          TO WS-BS-INI
           MOVE WS-QTD-EXC TO WS-BS-FIM
           PERFORM BUSCA-FORA-PASSO
               UNTIL WS-BS-INI > WS-BS-FIM
                  OR WS-IDX-FORA NOT = ZEROS
           .
       BUSCA-FORA-RAIO-FIM.
           EXIT.

      *-------------------------------------------------------------*
       BUSCA-FORA-PASSO.
      *-------------------------------------------------------------*
           COMPUTE WS-BS-MEIO = (WS-BS-INI + WS-BS-FIM) / 2
           EVALUATE TRUE
              WHEN WS-EX-CODC (WS-BS-MEIO) = CLI-COD
                 MOVE WS-BS-MEIO TO WS-IDX-FORA
              WHEN WS-EX-CODC (WS-BS-MEIO) < CLI-COD
                 COMPUTE WS-BS-INI = WS-BS-MEIO + 1
              WHEN OTHER
                 IF WS-BS-MEIO = 1
                    MOVE ZEROS TO WS-BS-FIM
                 ELSE
                    COMPUTE WS-BS-FIM = WS-BS-MEIO - 1
                 END-IF
           END-EVALUATE
           .
       BUSCA-FORA-PASSO-FIM.
           EXIT.

      *-------------------------------------------------------------*
       CARREGA-TERRITORIOS.
      *-------------------------------------------------------------*
      *    Faixas de TERRITORIO.ARQ (PROG71); sem o arquivo a camada
      *    sai vazia.
           OPEN INPUT TERRIT
           IF NOT FSTR-OK
              GO TO CARREGA-TERRITORIOS-FIM
           END-IF

           MOVE LOW-VALUES TO TERRIT-TER
           START TERRIT KEY NOT LESS THAN TER-KEY
                 INVALID KEY
                    MOVE 10 TO TER-STAT
           END-START
           PERFORM CARREGA-UM-TERRITORIO
              THRU CARREGA-UM-TERRITORIO-FIM UNTIL FSTR-FIM-REG
           CLOSE TERRIT
           .
       CARREGA-TERRITORIOS-FIM.
           EXIT.

      *-------------------------------------------------------------*
       CARREGA-UM-TERRITORIO.
      *-------------------------------------------------------------*
           READ TERRIT NEXT AT END
                GO TO CARREGA-UM-TERRITORIO-FIM
           END-READ

           IF WS-QTD-TER-TAB NOT < 500
              GO TO CARREGA-UM-TERRITORIO-FIM
           END-IF

           IF WS-FLT-VEND NOT = ZEROS AND TER-CODV NOT = WS-FLT-VEND
              GO TO CARREGA-UM-TERRITORIO-FIM
           END-IF

           ADD 1 TO WS-QTD-TER-TAB
           MOVE TER-UF      TO WS-TT-UF   (WS-QTD-TER-TAB)
           MOVE TER-CEP-INI TO WS-TT-INI  (WS-QTD-TER-TAB)
           MOVE TER-CEP-FIM TO WS-TT-FIM  (WS-QTD-TER-TAB)
           MOVE TER-CODV    TO WS-TT-CODV (WS-QTD-TER-TAB)
           MOVE ZEROS       TO WS-TT-QTD  (WS-QTD-TER-TAB)
           .
       CARREGA-UM-TERRITORIO-FIM.
           EXIT.

      *-------------------------------------------------------------*
       ACUMULA-TERRITORIO.
      *-------------------------------------------------------------*
      *    Primeira faixa (na ordem UF + CEP inicial) que cobre o CEP
      *    do cliente, como no PROG09, alarga o retangulo dela.
           MOVE ZEROS TO WS-TER-ACHOU
           PERFORM TESTA-UMA-FAIXA THRU TESTA-UMA-FAIXA-FIM
               VARYING WS-IDX-TER FROM 1 BY 1
               UNTIL WS-IDX-TER > WS-QTD-TER-TAB
                  OR WS-TER-ACHOU NOT = ZEROS
           IF WS-TER-ACHOU = ZEROS
              GO TO ACUMULA-TERRITORIO-FIM
           END-IF

           MOVE WS-TER-ACHOU TO WS-IDX-TER
           IF WS-TT-QTD (WS-IDX-TER) = ZEROS
              MOVE CLI-LATIT TO WS-TT-LAT-MIN (WS-IDX-TER)
                                WS-TT-LAT-MAX (WS-IDX-TER)
              MOVE CLI-LONGI TO WS-TT-LON-MIN (WS-IDX-TER)
                                WS-TT-LON-MAX (WS-IDX-TER)
           END-IF
           ADD 1 TO WS-TT-QTD (WS-IDX-TER)
           IF CLI-LATIT < WS-TT-LAT-MIN (WS-IDX-TER)
              MOVE CLI-LATIT TO WS-TT-LAT-MIN (WS-IDX-TER)
           END-IF
           IF CLI-LATIT > WS-TT-LAT-MAX (WS-IDX-TER)
              MOVE CLI-LATIT TO WS-TT-LAT-MAX (WS-IDX-TER)
           END-IF
           IF CLI-LONGI < WS-TT-LON-MIN (WS-IDX-TER)
              MOVE CLI-LONGI TO WS-TT-LON-MIN (WS-IDX-TER)
           END-IF
           IF CLI-LONGI > WS-TT-LON-MAX (WS-IDX-TER)
              MOVE CLI-LONGI TO WS-TT-LON-MAX (WS-IDX-TER)
           END-IF
           .
       ACUMULA-TERRITORIO-FIM.
           EXIT.

      *-------------------------------------------------------------*
       TESTA-UMA-FAIXA.
      *-------------------------------------------------------------*
           IF WS-TT-UF (WS-IDX-TER) NOT = SPACES
              AND WS-TT-UF (WS-IDX-TER) NOT = CLI-UF
              GO TO TESTA-UMA-FAIXA-FIM
           END-IF

           IF CLI-CEP NOT < WS-TT-INI (WS-IDX-TER)
              AND CLI-CEP NOT > WS-TT-FIM (WS-IDX-TER)
              MOVE WS-IDX-TER TO WS-TER-ACHOU
           END-IF
           .
       TESTA-UMA-FAIXA-FIM.
           EXIT.

      *-------------------------------------------------------------*
       EXPORTA-VENDEDOR.
      *-------------------------------------------------------------*
           READ VENDEDOR NEXT AT END
                GO TO EXPORTA-VENDEDOR-SAI
           END-READ

           IF VEN-COD = ZEROS
              GO TO EXPORTA-VENDEDOR-SAI
           END-IF
           IF WS-VT-GEO (VEN-COD) NOT = 'S'
              GO TO EXPORTA-VENDEDOR-SAI
           END-IF
           IF WS-FLT-UF NOT = SPACES AND VEN-UF NOT = WS-FLT-UF
              GO TO EXPORTA-VENDEDOR-SAI
           END-IF
           IF WS-FLT-VEND NOT = ZEROS AND VEN-COD NOT = WS-FLT-VEND
              GO TO EXPORTA-VENDEDOR-SAI
           END-IF

           ADD 1 TO WS-QTD-VEND-EXP
           MOVE VEN-NOME-BUSCA TO WS-NOME-ENT
           IF WS-NOME-ENT = SPACES
              MOVE VEN-NOME TO WS-NOME-ENT
           END-IF
           PERFORM ESCAPA-NOME
           MOVE VEN-COD TO WS-CLI-VEND
           MOVE 'FF'    TO WS-ALFA
           PERFORM ACHA-COR
           MOVE VEN-LATIT TO WS-COORD
           PERFORM EDITA-COORD
           MOVE WS-COORD-TXT TO WS-TXT-LAT
           MOVE VEN-LONGI TO WS-COORD
           PERFORM EDITA-COORD
           MOVE WS-COORD-TXT TO WS-TXT-LON

           MOVE SPACES TO WS-LINHA
           MOVE 1      TO WS-PTR
           STRING '<Placemark><name>'       DELIMITED BY SIZE
                  VEN-COD                   DELIMITED BY SIZE
                  ' - '                     DELIMITED BY SIZE
                  FUNCTION TRIM (WS-NOME-XML TRAILING)
                                            DELIMITED BY SIZE
                  '</name><description>UF ' DELIMITED BY SIZE
                  VEN-UF                    DELIMITED BY SIZE
                  ' - '                     DELIMITED BY SIZE
                  WS-VT-QTD (VEN-COD)       DELIMITED BY SIZE
                  ' CLIENTES</description>' DELIMITED BY SIZE
             INTO WS-LINHA WITH POINTER WS-PTR
           END-STRING
           MOVE '1.5' TO WS-ESCALA
           STRING '<Style><IconStyle><color>' DELIMITED BY SIZE
                  WS-COR-KML                  DELIMITED BY SIZE
                  '</color><scale>'           DELIMITED BY SIZE
                  WS-ESCALA                   DELIMITED BY SIZE
                  '</scale><Icon><href>http://maps.google.com/'
                                              DELIMITED BY SIZE
                  'mapfiles/kml/shapes/man.png</href></Icon>'
                                              DELIMITED BY SIZE
                  '</IconStyle></Style>'      DELIMITED BY SIZE
             INTO WS-LINHA WITH POINTER WS-PTR
           END-STRING
           PERFORM PONTO-KML
           WRITE MAPAKML-REG FROM WS-LINHA

           PERFORM INICIA-FEATURE
           STRING '"geometry":{"type":"Point","coordinates":['
                                              DELIMITED BY SIZE
                  FUNCTION TRIM (WS-TXT-LON)  DELIMITED BY SIZE
                  ','                         DELIMITED BY SIZE
                  FUNCTION TRIM (WS-TXT-LAT)  DELIMITED BY SIZE
                  ']},"properties":{"camada":"VENDEDOR","codigo":"'
                                              DELIMITED BY SIZE
                  VEN-COD                     DELIMITED BY SIZE
                  '","nome":"'                DELIMITED BY SIZE
                  FUNCTION TRIM (WS-NOME-JSON TRAILING)
                                              DELIMITED BY SIZE
                  '","uf":"'                  DELIMITED BY SIZE
                  VEN-UF                      DELIMITED BY SIZE
                  '","clientes":'             DELIMITED BY SIZE
                  WS-VT-QTD (VEN-COD)         DELIMITED BY SIZE
                  ',"marker-color":"#'        DELIMITED BY SIZE
                  WS-COR                      DELIMITED BY SIZE
                  '","marker-size":"large","marker-symbol":"star"}}'
                                              DELIMITED BY SIZE
             INTO WS-LINHA WITH POINTER WS-PTR
           END-STRING
           WRITE MAPAJSON-REG FROM WS-LINHA
           .
       EXPORTA-VENDEDOR-SAI.
           EXIT.

      *-------------------------------------------------------------*
       PASSA-CLIENTES.
      *-------------------------------------------------------------*
           EVALUATE TRUE
              WHEN PASSE-CLIENTES
                 MOVE 'CLIENTES'     TO WS-NOME-ENT
              WHEN PASSE-FORA
                 MOVE 'FORA DO RAIO' TO WS-NOME-ENT
              WHEN OTHER
                 MOVE 'ATRIBUICOES'  TO WS-NOME-ENT
           END-EVALUATE
           PERFORM ABRE-PASTA-KML

           MOVE LOW-VALUES TO CLIENTES-CLI
           START CLIENTES KEY NOT LESS THAN CLI-KEY
                 INVALID KEY
                    MOVE 10 TO CLI-STAT
           END-START
           PERFORM EXPORTA-CLIENTE
              THRU EXPORTA-CLIENTE-SAI UNTIL FSC-FIM-REG
           MOVE ZEROS TO CLI-STAT

           PERFORM FECHA-PASTA-KML
           .
       PASSA-CLIENTES-FIM.
           EXIT.

      *-------------------------------------------------------------*
       EXPORTA-CLIENTE.
      *-------------------------------------------------------------*
           READ CLIENTES NEXT AT END
                GO TO EXPORTA-CLIENTE-SAI
           END-READ

           IF NOT CLI-ATIVO
              GO TO EXPORTA-CLIENTE-SAI
           END-IF

           IF GEO-NAO-LOCALIZADA
              OR (CLI-LATIT = ZEROS AND CLI-LONGI = ZEROS)
              IF PASSE-CLIENTES
                 ADD 1 TO WS-QTD-SEM-GEO
              END-IF
              GO TO EXPORTA-CLIENTE-SAI
           END-IF

           IF WS-FLT-UF NOT = SPACES AND CLI-UF NOT = WS-FLT-UF
              GO TO EXPORTA-CLIENTE-SAI
           END-IF

      *    Precisao em branco e' de cliente localizado antes do
      *    campo existir: vale como exata.
           MOVE CLI-GEO-PRECISAO TO WS-CLI-PREC
           IF WS-CLI-PREC = SPACE
              MOVE 'E' TO WS-CLI-PREC
           END-IF
           IF FLT-SO-EXATA AND WS-CLI-PREC NOT = 'E'
              GO TO EXPORTA-CLIENTE-SAI
           END-IF
           IF FLT-ATE-PREF-5 AND WS-CLI-PREC = '3'
              GO TO EXPORTA-CLIENTE-SAI
           END-IF
           MOVE 'N' TO WS-APROXIMADO
           IF WS-CLI-PREC NOT = 'E'
              MOVE 'S' TO WS-APROXIMADO
           END-IF

           PERFORM BUSCA-FORA-RAIO

           MOVE 'N'   TO WS-TEM-DIS
           MOVE ZEROS TO WS-CLI-VEND
           IF WS-IDX-FORA NOT = ZEROS
              MOVE WS-EX-CODV (WS-IDX-FORA) TO WS-CLI-VEND
           ELSE
              MOVE CLI-COD TO DIS-CODC
              READ DISTRIB
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      MOVE 'S'      TO WS-TEM-DIS
                      MOVE DIS-CODV TO WS-CLI-VEND
              END-READ
           END-IF

           IF WS-FLT-VEND NOT = ZEROS AND WS-CLI-VEND NOT = WS-FLT-VEND
              GO TO EXPORTA-CLIENTE-SAI
           END-IF

           MOVE CLI-CLASSE TO WS-CLI-CLASSE
           IF WS-CLI-CLASSE NOT = 'A' AND WS-CLI-CLASSE NOT = 'B'
              MOVE 'C' TO WS-CLI-CLASSE
           END-IF

           MOVE CLI-NOME-BUSCA TO WS-NOME-ENT
           IF WS-NOME-ENT = SPACES
              MOVE CLI-NOME TO WS-NOME-ENT
           END-IF
           MOVE CLI-LATIT TO WS-COORD
           PERFORM EDITA-COORD
           MOVE WS-COORD-TXT TO WS-TXT-LAT
           MOVE CLI-LONGI TO WS-COORD
           PERFORM EDITA-COORD
           MOVE WS-COORD-TXT TO WS-TXT-LON

           EVALUATE TRUE
              WHEN PASSE-CLIENTES
                 IF WS-IDX-FORA = ZEROS
                    PERFORM GRAVA-CLIENTE
                    PERFORM ACUMULA-TERRITORIO
                       THRU ACUMULA-TERRITORIO-FIM
                 END-IF
              WHEN PASSE-FORA
                 IF WS-IDX-FORA NOT = ZEROS
                    PERFORM GRAVA-FORA-RAIO
                    PERFORM ACUMULA-TERRITORIO
                       THRU ACUMULA-TERRITORIO-FIM
                 END-IF
              WHEN OTHER
                 IF TEM-DIS AND WS-CLI-VEND NOT = ZEROS
                    IF WS-VT-GEO (WS-CLI-VEND) = 'S'
                       PERFORM GRAVA-ATRIBUICAO
                    END-IF
                 END-IF
           END-EVALUATE
           .
       EXPORTA-CLIENTE-SAI.
           EXIT.

      *-------------------------------------------------------------*
       GRAVA-CLIENTE.
      *-------------------------------------------------------------*
      *    Cor do vendedor, tamanho pela classe; ponto aproximado
      *    translucido e vazado.
           ADD 1 TO WS-QTD-CLI-EXP
           IF PONTO-APROX
              ADD 1 TO WS-QTD-APROX
              MOVE '80'             TO WS-ALFA
              MOVE 'circle-stroked' TO WS-SIMBOLO
           ELSE
              MOVE 'FF'             TO WS-ALFA
              MOVE 'circle'         TO WS-SIMBOLO
           END-IF
           PERFORM ACHA-COR
           PERFORM ESCAPA-NOME
           EVALUATE WS-CLI-CLASSE
              WHEN 'A'
                 MOVE '1.3'    TO WS-ESCALA
                 MOVE 'large'  TO WS-TAMANHO
              WHEN 'B'
                 MOVE '1.0'    TO WS-ESCALA
                 MOVE 'medium' TO WS-TAMANHO
              WHEN OTHER
                 MOVE '0.7'    TO WS-ESCALA
                 MOVE 'small'  TO WS-TAMANHO
           END-EVALUATE

           MOVE SPACES TO WS-LINHA
           MOVE 1      TO WS-PTR
           STRING '<Placemark><name>'       DELIMITED BY SIZE
                  CLI-COD                   DELIMITED BY SIZE
                  ' - '                     DELIMITED BY SIZE
                  FUNCTION TRIM (WS-NOME-XML TRAILING)
                                            DELIMITED BY SIZE
                  '</name><description>VEND ' DELIMITED BY SIZE
                  WS-CLI-VEND               DELIMITED BY SIZE
                  ' CLASSE '                DELIMITED BY SIZE
                  WS-CLI-CLASSE             DELIMITED BY SIZE
                  ' UF '                    DELIMITED BY SIZE
                  CLI-UF                    DELIMITED BY SIZE
                  ' GEO '                   DELIMITED BY SIZE
                  WS-CLI-PREC               DELIMITED BY SIZE
                  '</description>'          DELIMITED BY SIZE
             INTO WS-LINHA WITH POINTER WS-PTR
           END-STRING
           STRING '<Style><IconStyle><color>' DELIMITED BY SIZE
                  WS-COR-KML                  DELIMITED BY SIZE
                  '</color><scale>'           DELIMITED BY SIZE
                  WS-ESCALA                   DELIMITED BY SIZE
                  '</scale><Icon><href>http://maps.google.com/'
                                              DELIMITED BY SIZE
                  'mapfiles/kml/shapes/'      DELIMITED BY SIZE
             INTO WS-LINHA WITH POINTER WS-PTR
           END-STRING
           IF PONTO-APROX
              STRING 'donut.png'              DELIMITED BY SIZE
                INTO WS-LINHA WITH POINTER WS-PTR
              END-STRING
           ELSE
              STRING 'placemark_circle.png'   DELIMITED BY SIZE
                INTO WS-LINHA WITH POINTER WS-PTR
              END-STRING
           END-IF
           STRING '</href></Icon></IconStyle></Style>'
                                              DELIMITED BY SIZE
             INTO WS-LINHA WITH POINTER WS-PTR
           END-STRING
           PERFORM PONTO-KML
           WRITE MAPAKML-REG FROM WS-LINHA

           PERFORM INICIA-FEATURE
           PERFORM PONTO-JSON
           STRING '"camada":"CLIENTE","vendedor":"' DELIMITED BY SIZE
                  WS-CLI-VEND                 DELIMITED BY SIZE
                  '","marker-color":"#'       DELIMITED BY SIZE
                  WS-COR                      DELIMITED BY SIZE
                  '","marker-size":"'         DELIMITED BY SIZE
                  FUNCTION TRIM (WS-TAMANHO)  DELIMITED BY SIZE
                  '","marker-symbol":"'       DELIMITED BY SIZE
                  FUNCTION TRIM (WS-SIMBOLO)  DELIMITED BY SIZE
                  '"}}'                       DELIMITED BY SIZE
             INTO WS-LINHA WITH POINTER WS-PTR
           END-STRING
           WRITE MAPAJSON-REG FROM WS-LINHA
           .
       GRAVA-CLIENTE-FIM.
           EXIT.

      *-------------------------------------------------------------*
       GRAVA-FORA-RAIO.
      *-------------------------------------------------------------*
      *    Cliente sem vendedor por distancia: simbolo de alerta, com
      *    o vendedor mais proximo e a distancia dele.
           ADD 1 TO WS-QTD-FORA-EXP
           MOVE 'FF'     TO WS-ALFA
           MOVE '000000' TO WS-COR
           MOVE 'FF000000' TO WS-COR-KML
           MOVE '1.2'    TO WS-ESCALA
           PERFORM ESCAPA-NOME

           MOVE SPACES TO WS-LINHA
           MOVE 1      TO WS-PTR
           STRING '<Placemark><name>'       DELIMITED BY SIZE
                  CLI-COD                   DELIMITED BY SIZE
                  ' - '                     DELIMITED BY SIZE
                  FUNCTION TRIM (WS-NOME-XML TRAILING)
                                            DELIMITED BY SIZE
                  '</name><description>VEND. MAIS PROXIMO '
                                            DELIMITED BY SIZE
                  WS-CLI-VEND               DELIMITED BY SIZE
                  ' A '                     DELIMITED BY SIZE
                  FUNCTION TRIM (WS-EX-DIST (WS-IDX-FORA))
                                            DELIMITED BY SIZE
                  ' - CLASSE '              DELIMITED BY SIZE
                  WS-CLI-CLASSE             DELIMITED BY SIZE
                  ' GEO '                   DELIMITED BY SIZE
                  WS-CLI-PREC               DELIMITED BY SIZE
                  '</description>'          DELIMITED BY SIZE
             INTO WS-LINHA WITH POINTER WS-PTR
           END-STRING
           STRING '<Style><IconStyle><color>' DELIMITED BY SIZE
                  WS-COR-KML                  DELIMITED BY SIZE
                  '</color><scale>'           DELIMITED BY SIZE
                  WS-ESCALA                   DELIMITED BY SIZE
                  '</scale><Icon><href>http://maps.google.com/'
                                              DELIMITED BY SIZE
                  'mapfiles/kml/shapes/caution.png</href></Icon>'
                                              DELIMITED BY SIZE
                  '</IconStyle></Style>'      DELIMITED BY SIZE
             INTO WS-LINHA WITH POINTER WS-PTR
           END-STRING
           PERFORM PONTO-KML
           WRITE MAPAKML-REG FROM WS-LINHA

           PERFORM INICIA-FEATURE
           PERFORM PONTO-JSON
           STRING '"camada":"FORA DO RAIO","vendedor_proximo":"'
                                              DELIMITED BY SIZE
                  WS-CLI-VEND                 DELIMITED BY SIZE
                  '","distancia":"'           DELIMITED BY SIZE
                  FUNCTION TRIM (WS-EX-DIST (WS-IDX-FORA))
                                              DELIMITED BY SIZE
                  '","marker-color":"#'       DELIMITED BY SIZE
                  WS-COR                      DELIMITED BY SIZE
                  '","marker-size":"medium","marker-symbol":"cross"}}'
                                              DELIMITED BY SIZE
             INTO WS-LINHA WITH POINTER WS-PTR
           END-STRING
           WRITE MAPAJSON-REG FROM WS-LINHA
           .
       GRAVA-FORA-RAIO-FIM.
           EXIT.

      *-------------------------------------------------------------*
       GRAVA-ATRIBUICAO.
      *-------------------------------------------------------------*
      *    Linha do vendedor ao cliente, na cor do vendedor, com a
      *    distancia gravada pelo PROG09 na unidade de PARAM.ARQ.
           ADD 1 TO WS-QTD-LINHAS
           MOVE 'FF' TO WS-ALFA
           PERFORM ACHA-COR
           MOVE DIS-METROS TO WS-DIST-ED
           MOVE WS-VT-LATIT (WS-CLI-VEND) TO WS-COORD
           PERFORM EDITA-COORD
           MOVE WS-COORD-TXT TO WS-TXT-VLAT
           MOVE WS-VT-LONGI (WS-CLI-VEND) TO WS-COORD
           PERFORM EDITA-COORD
           MOVE WS-COORD-TXT TO WS-TXT-VLON

           MOVE SPACES TO WS-LINHA
           MOVE 1      TO WS-PTR
           STRING '<Placemark><name>'        DELIMITED BY SIZE
                  CLI-COD                    DELIMITED BY SIZE
                  ' - VEND '                 DELIMITED BY SIZE
                  WS-CLI-VEND                DELIMITED BY SIZE
                  '</name><description>'     DELIMITED BY SIZE
                  FUNCTION TRIM (WS-DIST-ED) DELIMITED BY SIZE
                  ' '                        DELIMITED BY SIZE
                  WS-UNIDADE                 DELIMITED BY SIZE
                  '</description><Style><LineStyle><color>'
                                             DELIMITED BY SIZE
                  WS-COR-KML                 DELIMITED BY SIZE
                  '</color><width>1</width></LineStyle></Style>'
                                             DELIMITED BY SIZE
                  '<LineString><coordinates>' DELIMITED BY SIZE
                  FUNCTION TRIM (WS-TXT-VLON) DELIMITED BY SIZE
                  ','                        DELIMITED BY SIZE
                  FUNCTION TRIM (WS-TXT-VLAT) DELIMITED BY SIZE
                  ',0 '                      DELIMITED BY SIZE
                  FUNCTION TRIM (WS-TXT-LON) DELIMITED BY SIZE
                  ','                        DELIMITED BY SIZE
                  FUNCTION TRIM (WS-TXT-LAT) DELIMITED BY SIZE
                  ',0</coordinates></LineString></Placemark>'
                                             DELIMITED BY SIZE
             INTO WS-LINHA WITH POINTER WS-PTR
           END-STRING
           WRITE MAPAKML-REG FROM WS-LINHA

           PERFORM INICIA-FEATURE
           STRING '"geometry":{"type":"LineString","coordinates":[['
                                             DELIMITED BY SIZE
                  FUNCTION TRIM (WS-TXT-VLON) DELIMITED BY SIZE
                  ','                        DELIMITED BY SIZE
                  FUNCTION TRIM (WS-TXT-VLAT) DELIMITED BY SIZE
                  '],['                      DELIMITED BY SIZE
                  FUNCTION TRIM (WS-TXT-LON) DELIMITED BY SIZE
                  ','                        DELIMITED BY SIZE
                  FUNCTION TRIM (WS-TXT-LAT) DELIMITED BY SIZE
                  ']]},"properties":{"camada":"ATRIBUICAO","cliente":"'
                                             DELIMITED BY SIZE
                  CLI-COD                    DELIMITED BY SIZE
                  '","vendedor":"'           DELIMITED BY SIZE
                  WS-CLI-VEND                DELIMITED BY SIZE
                  '","distancia":"'          DELIMITED BY SIZE
                  FUNCTION TRIM (WS-DIST-ED) DELIMITED BY SIZE
                  ' '                        DELIMITED BY SIZE
                  WS-UNIDADE                 DELIMITED BY SIZE
                  '","stroke":"#'            DELIMITED BY SIZE
                  WS-COR                     DELIMITED BY SIZE
                  '","stroke-width":1}}'     DELIMITED BY SIZE
             INTO WS-LINHA WITH POINTER WS-PTR
           END-STRING
           WRITE MAPAJSON-REG FROM WS-LINHA
           .
       GRAVA-ATRIBUICAO-FIM.
           EXIT.

      *-------------------------------------------------------------*
       EXPORTA-TERRITORIO.
      *-------------------------------------------------------------*
      *    Retangulo que envolve os clientes exportados da faixa, na
      *    cor do vendedor dela; faixa sem cliente nao e' desenhada.
           IF WS-TT-QTD (WS-IDX-TER) = ZEROS
              GO TO EXPORTA-TERRITORIO-FIM
           END-IF

           ADD 1 TO WS-QTD-TERR-EXP
           MOVE WS-TT-CODV (WS-IDX-TER) TO WS-CLI-VEND
           MOVE '40' TO WS-ALFA
           PERFORM ACHA-COR
           MOVE WS-TT-LAT-MIN (WS-IDX-TER) TO WS-COORD
           PERFORM EDITA-COORD
           MOVE WS-COORD-TXT TO WS-TXT-LAT
           MOVE WS-TT-LON-MIN (WS-IDX-TER) TO WS-COORD
           PERFORM EDITA-COORD
           MOVE WS-COORD-TXT TO WS-TXT-LON
           MOVE WS-TT-LAT-MAX (WS-IDX-TER) TO WS-COORD
           PERFORM EDITA-COORD
           MOVE WS-COORD-TXT TO WS-TXT-LAT2
           MOVE WS-TT-LON-MAX (WS-IDX-TER) TO WS-COORD
           PERFORM EDITA-COORD
           MOVE WS-COORD-TXT TO WS-TXT-LON2

           MOVE SPACES TO WS-LINHA
           MOVE 1      TO WS-PTR
           STRING '<Placemark><name>'        DELIMITED BY SIZE
                  WS-TT-UF (WS-IDX-TER)      DELIMITED BY SIZE
                  ' '                        DELIMITED BY SIZE
                  WS-TT-INI (WS-IDX-TER)     DELIMITED BY SIZE
                  '-'                        DELIMITED BY SIZE
                  WS-TT-FIM (WS-IDX-TER)     DELIMITED BY SIZE
                  ' VEND '                   DELIMITED BY SIZE
                  WS-CLI-VEND                DELIMITED BY SIZE
                  '</name><description>'     DELIMITED BY SIZE
                  WS-TT-QTD (WS-IDX-TER)     DELIMITED BY SIZE
                  ' CLIENTES</description><Style><LineStyle><color>'
                                             DELIMITED BY SIZE
                  'FF'                       DELIMITED BY SIZE
                  WS-COR-KML (3:6)           DELIMITED BY SIZE
                  '</color><width>2</width></LineStyle><PolyStyle>'
                                             DELIMITED BY SIZE
                  '<color>'                  DELIMITED BY SIZE
                  WS-COR-KML                 DELIMITED BY SIZE
                  '</color></PolyStyle></Style><Polygon>'
                                             DELIMITED BY SIZE
                  '<outerBoundaryIs><LinearRing><coordinates>'
                                             DELIMITED BY SIZE
             INTO WS-LINHA WITH POINTER WS-PTR
           END-STRING
           STRING FUNCTION TRIM (WS-TXT-LON)  DELIMITED BY SIZE
                  ','                         DELIMITED BY SIZE
                  FUNCTION TRIM (WS-TXT-LAT)  DELIMITED BY SIZE
                  ',0 '                       DELIMITED BY SIZE
                  FUNCTION TRIM (WS-TXT-LON2) DELIMITED BY SIZE
                  ','                         DELIMITED BY SIZE
                  FUNCTION TRIM (WS-TXT-LAT)  DELIMITED BY SIZE
                  ',0 '                       DELIMITED BY SIZE
                  FUNCTION TRIM (WS-TXT-LON2) DELIMITED BY SIZE
                  ','                         DELIMITED BY SIZE
                  FUNCTION TRIM (WS-TXT-LAT2) DELIMITED BY SIZE
                  ',0 '                       DELIMITED BY SIZE
                  FUNCTION TRIM (WS-TXT-LON)  DELIMITED BY SIZE
                  ','                         DELIMITED BY SIZE
                  FUNCTION TRIM (WS-TXT-LAT2) DELIMITED BY SIZE
                  ',0 '                       DELIMITED BY SIZE
                  FUNCTION TRIM (WS-TXT-LON)  DELIMITED BY SIZE
                  ','                         DELIMITED BY SIZE
                  FUNCTION TRIM (WS-TXT-LAT)  DELIMITED BY SIZE
                  ',0</coordinates></LinearRing></outerBoundaryIs>'
                                              DELIMITED BY SIZE
                  '</Polygon></Placemark>'    DELIMITED BY SIZE
             INTO WS-LINHA WITH POINTER WS-PTR
           END-STRING
           WRITE MAPAKML-REG FROM WS-LINHA

           PERFORM INICIA-FEATURE
           STRING '"geometry":{"type":"Polygon","coordinates":[[['
                                              DELIMITED BY SIZE
                  FUNCTION TRIM (WS-TXT-LON)  DELIMITED BY SIZE
                  ','                         DELIMITED BY SIZE
                  FUNCTION TRIM (WS-TXT-LAT)  DELIMITED BY SIZE
                  '],['                       DELIMITED BY SIZE
                  FUNCTION TRIM (WS-TXT-LON2) DELIMITED BY SIZE
                  ','                         DELIMITED BY SIZE
                  FUNCTION TRIM (WS-TXT-LAT)  DELIMITED BY SIZE
                  '],['                       DELIMITED BY SIZE
                  FUNCTION TRIM (WS-TXT-LON2) DELIMITED BY SIZE
                  ','                         DELIMITED BY SIZE
                  FUNCTION TRIM (WS-TXT-LAT2) DELIMITED BY SIZE
                  '],['                       DELIMITED BY SIZE
                  FUNCTION TRIM (WS-TXT-LON)  DELIMITED BY SIZE
                  ','                         DELIMITED BY SIZE
                  FUNCTION TRIM (WS-TXT-LAT2) DELIMITED BY SIZE
                  '],['                       DELIMITED BY SIZE
                  FUNCTION TRIM (WS-TXT-LON)  DELIMITED BY SIZE
                  ','                         DELIMITED BY SIZE
                  FUNCTION TRIM (WS-TXT-LAT)  DELIMITED BY SIZE
                  ']]]},'                     DELIMITED BY SIZE
             INTO WS-LINHA WITH POINTER WS-PTR
           END-STRING
           STRING '"properties":{"camada":"TERRITORIO","uf":"'
                                              DELIMITED BY SIZE
                  WS-TT-UF (WS-IDX-TER)       DELIMITED BY SIZE
                  '","cep_inicial":"'         DELIMITED BY SIZE
                  WS-TT-INI (WS-IDX-TER)      DELIMITED BY SIZE
                  '","cep_final":"'           DELIMITED BY SIZE
                  WS-TT-FIM (WS-IDX-TER)      DELIMITED BY SIZE
                  '","vendedor":"'            DELIMITED BY SIZE
                  WS-CLI-VEND                 DELIMITED BY SIZE
                  '","clientes":'             DELIMITED BY SIZE
                  WS-TT-QTD (WS-IDX-TER)      DELIMITED BY SIZE
                  ',"stroke":"#'              DELIMITED BY SIZE
                  WS-COR                      DELIMITED BY SIZE
                  '","stroke-width":2,"fill":"#' DELIMITED BY SIZE
                  WS-COR                      DELIMITED BY SIZE
                  '","fill-opacity":0.25}}'   DELIMITED BY SIZE
             INTO WS-LINHA WITH POINTER WS-PTR
           END-STRING
           WRITE MAPAJSON-REG FROM WS-LINHA
           .
       EXPORTA-TERRITORIO-FIM.
           EXIT.

      *-------------------------------------------------------------*
       PONTO-KML.
      *-------------------------------------------------------------*
           STRING '<Point><coordinates>'     DELIMITED BY SIZE
                  FUNCTION TRIM (WS-TXT-LON) DELIMITED BY SIZE
                  ','                        DELIMITED BY SIZE
                  FUNCTION TRIM (WS-TXT-LAT) DELIMITED BY SIZE
                  ',0</coordinates></Point></Placemark>'
                                             DELIMITED BY SIZE
             INTO WS-LINHA WITH POINTER WS-PTR
           END-STRING
           .
       PONTO-KML-FIM.
           EXIT.

      *-------------------------------------------------------------*
       PONTO-JSON.
      *-------------------------------------------------------------*
      *    Geometria e propriedades comuns do cliente; o chamador
      *    completa as da camada.
           STRING '"geometry":{"type":"Point","coordinates":['
                                              DELIMITED BY SIZE
                  FUNCTION TRIM (WS-TXT-LON)  DELIMITED BY SIZE
                  ','                         DELIMITED BY SIZE
                  FUNCTION TRIM (WS-TXT-LAT)  DELIMITED BY SIZE
                  ']},"properties":{"codigo":"' DELIMITED BY SIZE
                  CLI-COD                     DELIMITED BY SIZE
                  '","nome":"'                DELIMITED BY SIZE
                  FUNCTION TRIM (WS-NOME-JSON TRAILING)
                                              DELIMITED BY SIZE
                  '","uf":"'                  DELIMITED BY SIZE
                  CLI-UF                      DELIMITED BY SIZE
                  '","classe":"'              DELIMITED BY SIZE
                  WS-CLI-CLASSE               DELIMITED BY SIZE
                  '","precisao":"'            DELIMITED BY SIZE
                  WS-CLI-PREC                 DELIMITED BY SIZE
                  '","aproximado":"'          DELIMITED BY SIZE
                  WS-APROXIMADO               DELIMITED BY SIZE
                  '",'                        DELIMITED BY SIZE
             INTO WS-LINHA WITH POINTER WS-PTR
           END-STRING
           .
       PONTO-JSON-FIM.
           EXIT.

      *-------------------------------------------------------------*
       INICIA-FEATURE.
      *-------------------------------------------------------------*
      *    Cada elemento do GeoJSON numa linha; a virgula separadora
      *    abre a linha a partir do segundo.
           MOVE SPACES TO WS-LINHA
           MOVE 1      TO WS-PTR
           IF NOT PRIMEIRA-FEAT
              STRING ','                 DELIMITED BY SIZE
                INTO WS-LINHA WITH POINTER WS-PTR
              END-STRING
           END-IF
           MOVE 'N' TO WS-PRIMEIRA-FEAT
           STRING '{"type":"Feature",'   DELIMITED BY SIZE
             INTO WS-LINHA WITH POINTER WS-PTR
           END-STRING
           .
       INICIA-FEATURE-FIM.
           EXIT.

      *-------------------------------------------------------------*
       ACHA-COR.
      *-------------------------------------------------------------*
      *    Cor do vendedor em WS-CLI-VEND (cinza sem vendedor), com
      *    a transparencia de WS-ALFA no formato aabbggrr do KML.
           IF WS-CLI-VEND = ZEROS
              MOVE '808080' TO WS-COR
           ELSE
              COMPUTE WS-IDX-COR = FUNCTION MOD (WS-CLI-VEND, 12) + 1
              MOVE WS-PAL-COR (WS-IDX-COR) TO WS-COR
           END-IF
           MOVE WS-ALFA      TO WS-COR-KML (1:2)
           MOVE WS-COR (5:2) TO WS-COR-KML (3:2)
           MOVE WS-COR (3:2) TO WS-COR-KML (5:2)
           MOVE WS-COR (1:2) TO WS-COR-KML (7:2)
           .
       ACHA-COR-FIM.
           EXIT.

      *-------------------------------------------------------------*
       EDITA-COORD.
      *-------------------------------------------------------------*
      *    WS-COORD (graus com 8 decimais) em texto com ponto
      *    decimal, como o KML e o GeoJSON exigem.
           MOVE WS-COORD  TO WS-COORD-ABS
           MOVE WS-CA-INT TO WS-CA-INT-ED
           MOVE SPACES    TO WS-COORD-TXT
           IF WS-COORD < ZEROS
              STRING '-'                        DELIMITED BY SIZE
                     FUNCTION TRIM (WS-CA-INT-ED) DELIMITED BY SIZE
                     '.'                        DELIMITED BY SIZE
                     WS-CA-DEC                  DELIMITED BY SIZE
                INTO WS-COORD-TXT
              END-STRING
           ELSE
              STRING FUNCTION TRIM (WS-CA-INT-ED) DELIMITED BY SIZE
                     '.'                        DELIMITED BY SIZE
                     WS-CA-DEC                  DELIMITED BY SIZE
                INTO WS-COORD-TXT
              END-STRING
           END-IF
           .
       EDITA-COORD-FIM.
           EXIT.

      *-------------------------------------------------------------*
       ESCAPA-NOME.
      *-------------------------------------------------------------*
           MOVE SPACES TO WS-NOME-XML WS-NOME-JSON
           MOVE 1      TO WS-PTR-XML WS-PTR-JSON
           PERFORM ESCAPA-CARACTER
               VARYING WS-IDX-CH FROM 1 BY 1 UNTIL WS-IDX-CH > 40
           .
       ESCAPA-NOME-FIM.
           EXIT.

      *-------------------------------------------------------------*
       ESCAPA-CARACTER.
      *-------------------------------------------------------------*
           MOVE WS-NOME-ENT (WS-IDX-CH:1) TO WS-CH
           IF WS-CH < SPACE OR WS-CH > '~'
              MOVE SPACE TO WS-CH
           END-IF
           EVALUATE WS-CH
              WHEN '&'
                 STRING '&amp;' DELIMITED BY SIZE
                   INTO WS-NOME-XML WITH POINTER WS-PTR-XML
                 END-STRING
              WHEN '<'
                 STRING '&lt;' DELIMITED BY SIZE
                   INTO WS-NOME-XML WITH POINTER WS-PTR-XML
                 END-STRING
              WHEN '>'
                 STRING '&gt;' DELIMITED BY SIZE
                   INTO WS-NOME-XML WITH POINTER WS-PTR-XML
                 END-STRING
              WHEN OTHER
                 STRING WS-CH DELIMITED BY SIZE
                   INTO WS-NOME-XML WITH POINTER WS-PTR-XML
                 END-STRING
           END-EVALUATE

           IF WS-CH = '"' OR WS-CH = '\'
              STRING '\' DELIMITED BY SIZE
                INTO WS-NOME-JSON WITH POINTER WS-PTR-JSON
              END-STRING
           END-IF
           STRING WS-CH DELIMITED BY SIZE
             INTO WS-NOME-JSON WITH POINTER WS-PTR-JSON
           END-STRING
           .
       ESCAPA-CARACTER-FIM.
           EXIT.

      *-------------------------------------------------------------*
       INICIA-MAPA.
      *-------------------------------------------------------------*
           MOVE '<?xml version="1.0" encoding="UTF-8"?>' TO KML-IMP
           WRITE MAPAKML-REG
           MOVE '<kml xmlns="http://www.opengis.net/kml/2.2">'
             TO KML-IMP
           WRITE MAPAKML-REG
           MOVE SPACES TO WS-LINHA
           STRING '<Document><name>COBERTURA DE VENDAS '
                                           DELIMITED BY SIZE
                  WS-DATA-HOJE             DELIMITED BY SIZE
                  '</name>'                DELIMITED BY SIZE
             INTO WS-LINHA
           END-STRING
           WRITE MAPAKML-REG FROM WS-LINHA

           MOVE '{"type":"FeatureCollection","features":[' TO JSO-IMP
           WRITE MAPAJSON-REG

           MOVE 'VENDEDORES' TO WS-NOME-ENT
           .
       INICIA-MAPA-FIM.
           EXIT.

      *-------------------------------------------------------------*
       TERMINA-MAPA.
      *-------------------------------------------------------------*
           MOVE '</Document></kml>' TO KML-IMP
           WRITE MAPAKML-REG
           MOVE ']}' TO JSO-IMP
           WRITE MAPAJSON-REG
           .
       TERMINA-MAPA-FIM.
           EXIT.

      *-------------------------------------------------------------*
       ABRE-PASTA-KML.
      *-------------------------------------------------------------*
           MOVE SPACES TO WS-LINHA
           STRING '<Folder><name>'          DELIMITED BY SIZE
                  FUNCTION TRIM (WS-NOME-ENT) DELIMITED BY SIZE
                  '</name>'                 DELIMITED BY SIZE
             INTO WS-LINHA
           END-STRING
           WRITE MAPAKML-REG FROM WS-LINHA
           .
       ABRE-PASTA-KML-FIM.
           EXIT.

      *-------------------------------------------------------------*
       FECHA-PASTA-KML.
      *-------------------------------------------------------------*
           MOVE '</Folder>' TO KML-IMP
           WRITE MAPAKML-REG
           .
       FECHA-PASTA-KML-FIM.
           EXIT.

      *-------------------------------------------------------------*
       TOTAIS.
      *-------------------------------------------------------------*
           MOVE WS-QTD-VEND-EXP TO TOT-VEND
           MOVE WS-QTD-CLI-EXP  TO TOT-CLI
           MOVE WS-QTD-APROX    TO TOT-APROX
           MOVE WS-QTD-FORA-EXP TO TOT-FORA
           MOVE WS-QTD-LINHAS   TO TOT-LINHAS
           MOVE WS-QTD-TERR-EXP TO TOT-TERR
           MOVE WS-QTD-SEM-GEO  TO TOT-SEM-GEO
           DISPLAY 'COBERTURA - ' LINHA-TOT1
           DISPLAY 'COBERTURA - ' LINHA-TOT2
           DISPLAY 'COBERTURA - ' LINHA-TOT3
           IF WS-QTD-EXC-EST NOT = ZEROS
              DISPLAY 'PROG184: TABELA DE FORA DO RAIO CHEIA - '
                      'DESPREZADOS: ' WS-QTD-EXC-EST
           END-IF
           .
       TOTAIS-FIM.
           EXIT.

      *-------------------------------------------------------------*
       REGISTRA-EXTRACAO.
      *-------------------------------------------------------------*
      *    Prestacao de contas da LGPD: o mapa leva nome e
      *    localizacao dos clientes (PROG110).
           INITIALIZE LK-EXTRLOG
           MOVE 'PROG184' TO LK-EXT-PROGRAMA
           MOVE WS-PARM   TO LK-EXT-FILTROS
           IF WS-PARM = SPACES
              MOVE 'COBERTURA - TODOS' TO LK-EXT-FILTROS
           END-IF
           COMPUTE LK-EXT-QTDE = WS-QTD-CLI-EXP + WS-QTD-FORA-EXP
           MOVE WS-ARQ-MAPAKML TO LK-EXT-CAMINHO
           MOVE LK-IDX-ID TO LK-EXT-IDEXEC
           CALL "PROG110" USING LK-EXTRLOG END-CALL
           .
       REGISTRA-EXTRACAO-FIM.
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
                  'CLIENTES.ARQ'               DELIMITED BY SIZE
             INTO WS-ARQ-CLIENTES
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'VENDEDOR.ARQ'               DELIMITED BY SIZE
             INTO WS-ARQ-VENDEDOR
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'DISTRIB.ARQ'                DELIMITED BY SIZE
             INTO WS-ARQ-DISTRIB
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'TERRITORIO.ARQ'             DELIMITED BY SIZE
             INTO WS-ARQ-TERRIT
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'EXCECAO.CSV'                DELIMITED BY SIZE
             INTO WS-ARQ-EXCECAO
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'COBERTURA.KML'              DELIMITED BY SIZE
             INTO WS-ARQ-MAPAKML
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'COBERTURA.GEOJSON'          DELIMITED BY SIZE
             INTO WS-ARQ-MAPAJSON
           END-STRING
           .
       MONTA-CAMINHOS-FIM.
           EXIT.

      *-------------------------------------------------------------*
       ABRIR-ARQUIVO.
      *-------------------------------------------------------------*
           OPEN INPUT CLIENTES
           IF FSC-NAO-EXISTE
              DISPLAY 'ARQUIVO CLIENTES NAO ENCONTRADO'
              MOVE 12 TO WS-RETCODE
              MOVE WS-RETCODE TO RETURN-CODE
              GOBACK
           END-IF

           OPEN INPUT VENDEDOR
           IF FSV-NAO-EXISTE
              DISPLAY 'ARQUIVO VENDEDOR NAO ENCONTRADO'
              CLOSE CLIENTES
              MOVE 12 TO WS-RETCODE
              MOVE WS-RETCODE TO RETURN-CODE
              GOBACK
           END-IF

           OPEN INPUT DISTRIB
           IF FSD-NAO-EXISTE
              DISPLAY 'ARQUIVO DISTRIB NAO ENCONTRADO'
              CLOSE CLIENTES VENDEDOR
              MOVE 12 TO WS-RETCODE
              MOVE WS-RETCODE TO RETURN-CODE
              GOBACK
           END-IF

           OPEN OUTPUT MAPAKML
           OPEN OUTPUT MAPAJSON
           .
       ABRIR-ARQUIVO-FIM.
           EXIT.

      *-------------------------------------------------------------*
       FINALIZA.
      *-------------------------------------------------------------*
           CLOSE CLIENTES VENDEDOR DISTRIB MAPAKML MAPAJSON

           IF WS-QTD-CLI-EXP > ZEROS OR WS-QTD-FORA-EXP > ZEROS
              PERFORM REGISTRA-EXTRACAO THRU REGISTRA-EXTRACAO-FIM
           END-IF

           MOVE WS-RETCODE TO RETURN-CODE
           GOBACK.
