      ******************************************************************
      * Autor.....: Alexandre Trevisani (PROVA COBOL)
      * Data......: Julho/2019
      * Programa..: PROG174 - Sugestao de Venda Cruzada por Cliente
      * Chamadas..: PROG35 - Spool e Catalogo de Relatorios
      * Parametros: Linha de comando (opcional): NN - meses de
      *             historico de compras analisados (01 a 60; em
      *             branco, 12).
      * Observação: Analise mensal do historico de compras: varre
      *             PEDIDOS.ARQ pela chave alternada do cliente
      *             (pedidos nao cancelados da janela) e explode os
      *             itens de PEDITEM.ARQ, juntando os produtos
      *             distintos de cada cliente (SUGCLI.TMP). Conta
      *             entao, para cada par de produtos, quantos
      *             clientes compraram os dois (SUGPAR.TMP). Para
      *             cada cliente ativo soma os pontos dos produtos
      *             que andam junto com os que ele compra e que ele
      *             nunca comprou (par visto em pelo menos 2
      *             clientes) e grava os 5 de mais pontos, so de
      *             produtos ativos, em SUGEST.ARQ na competencia
      *             corrente (rodada repetida no mes substitui a
      *             anterior). As sugestoes saem no roteiro de
      *             visitas (PROG24) e na carteira do vendedor
      *             (PROG25); o PROG116 mede quantas viraram pedido.
      *             Roda sem tela, na cadeia do PROG34; o relatorio
      *             vai para o spool do PROG35.
      * Cod.Retorno (RETURN-CODE):
      *             0 = processamento normal
      *             4 = nenhuma sugestao gerada
      *            12 = arquivo ausente ou parametro invalido
      * Historico.:
      *   2026 mnt - Programa novo.
      ******************************************************************
       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         PROG174.
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

       SELECT SUGEST ASSIGN TO WS-ARQ-SUGEST
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              FILE STATUS  IS SUG-STAT
              RECORD KEY   IS SUG-KEY.

       SELECT SUGCLI ASSIGN TO WS-ARQ-SUGCLI
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS  IS SCL-STAT.

       SELECT SUGPAR ASSIGN TO WS-ARQ-SUGPAR
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              FILE STATUS  IS SPR-STAT
              RECORD KEY   IS SPR-KEY.

       SELECT RELSUG ASSIGN TO WS-ARQ-RELSUG
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS  IS REL-STAT.

       DATA            DIVISION.
       FILE            SECTION.

       COPY FD_PEDIDOS.

       COPY FD_PEDITEM.

       COPY FD_CLIENTES.

       COPY FD_PRODUTO.

       COPY FD_SUGEST.

      *    Produtos distintos comprados por cliente na janela.
       FD  SUGCLI.

       01  SUGCLI-SCL.
           05 SCL-CODC            PIC 9(07).
           05 SCL-QTD             PIC 9(03).
           05 SCL-PRODUTOS.
              10 SCL-PROD         PIC 9(05) OCCURS 200 TIMES.

      *    Quantidade de clientes que compraram os dois produtos.
       FD  SUGPAR.

       01  SUGPAR-SPR.
           05 SPR-KEY.
              10 SPR-PROD-A       PIC 9(05).
              10 SPR-PROD-B       PIC 9(05).
           05 SPR-QTD-CLI         PIC 9(07).

       FD RELSUG
           LINAGE IS 55 LINES
           WITH FOOTING AT 51
           LINES AT TOP 3
           LINES AT BOTTOM 2.

       01 RELSUG-REL.
          05 REL-IMP        PIC X(132).

       WORKING-STORAGE SECTION.

       77 WS-DIR-DADOS       PIC X(50) VALUE SPACES.
       77 WS-ARQ-PEDIDOS     PIC X(70) VALUE SPACES.
       77 WS-ARQ-PEDITEM     PIC X(70) VALUE SPACES.
       77 WS-ARQ-CLIENTES    PIC X(70) VALUE SPACES.
       77 WS-ARQ-PRODUTO     PIC X(70) VALUE SPACES.
       77 WS-ARQ-SUGEST      PIC X(70) VALUE SPACES.
       77 WS-ARQ-SUGCLI      PIC X(70) VALUE SPACES.
       77 WS-ARQ-SUGPAR      PIC X(70) VALUE SPACES.
       77 WS-ARQ-RELSUG      PIC X(90) VALUE SPACES.

       77 PED-STAT          PIC 9(02).
           88 FSP-OK        VALUE ZEROS.
           88 FSP-FIM-REG   VALUE 10.
           88 FSP-NAO-EXISTE VALUE 35.

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

       77 SUG-STAT          PIC 9(02).
           88 FSS-OK        VALUE ZEROS.
           88 FSS-FIM-REG   VALUE 10.
           88 FSS-NAO-EXISTE VALUE 35.

       77 SCL-STAT          PIC 9(02).
           88 FSL-OK        VALUE ZEROS.
           88 FSL-FIM-REG   VALUE 10.

       77 SPR-STAT          PIC 9(02).
           88 FSW-OK        VALUE ZEROS.
           88 FSW-FIM-REG   VALUE 10.

       77 REL-STAT          PIC 9(02).
           88 FSR-OK        VALUE ZEROS.

       77 WS-PARM           PIC X(80) VALUE SPACES.
       77 WS-MESES          PIC 9(02) VALUE 12.
       77 WS-RETCODE        PIC 9(02) VALUE ZEROS.

       01 WS-DATA-HOJE      PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DATA-HOJE.
           05 WS-HOJE-ANO   PIC 9(04).
           05 WS-HOJE-MES   PIC 9(02).
           05 FILLER        PIC 9(02).
       77 WS-ANOMES         PIC 9(06) VALUE ZEROS.
      *    Primeiro dia do mes inicial da janela de historico.
       77 WS-DATA-CORTE     PIC 9(08) VALUE ZEROS.
       77 WS-MESES-TOT      PIC 9(06) VALUE ZEROS.
       77 WS-CORTE-ANO      PIC 9(04) VALUE ZEROS.
       77 WS-CORTE-MES      PIC 9(02) VALUE ZEROS.

      *    Par visto em menos clientes que isso nao gera sugestao.
       77 WS-MIN-CLIENTES   PIC 9(02) VALUE 2.

       77 WS-CODC-ATUAL     PIC 9(07) VALUE ZEROS.
       77 WS-PRIMEIRO       PIC X(01) VALUE 'S'.
           88 PRIMEIRO-CLIENTE VALUE 'S'.

       77 WS-QTD-PEDIDOS    PIC 9(07) VALUE ZEROS.
       77 WS-QTD-CLIENTES   PIC 9(07) VALUE ZEROS.
       77 WS-QTD-PARES      PIC 9(09) VALUE ZEROS.
       77 WS-QTD-ANALISADOS PIC 9(07) VALUE ZEROS.
       77 WS-QTD-COM-SUG    PIC 9(07) VALUE ZEROS.
       77 WS-QTD-SUGESTOES  PIC 9(07) VALUE ZEROS.
       77 WS-QTD-DESPREZ    PIC 9(07) VALUE ZEROS.
       77 WS-QTD-EXCLUIDOS  PIC 9(07) VALUE ZEROS.

       77 WS-IDX            PIC 9(03) VALUE ZEROS.
       77 WS-IDX-A          PIC 9(03) VALUE ZEROS.
       77 WS-IDX-B          PIC 9(03) VALUE ZEROS.
       77 WS-IDX-ACHOU      PIC 9(03) VALUE ZEROS.
       77 WS-IDX-CAND       PIC 9(03) VALUE ZEROS.
       77 WS-IDX-SUG        PIC 9(01) VALUE ZEROS.
       77 WS-PROD-A         PIC 9(05) VALUE ZEROS.
       77 WS-TROCOU         PIC X(01) VALUE 'N'.

      *    Produtos distintos do cliente em montagem.
       77 WS-QTD-PROD       PIC 9(03) VALUE ZEROS.
       01 WS-TAB-PROD.
           05 WS-TP-PROD    PIC 9(05) OCCURS 200 TIMES.

      *    Candidatos a sugestao do cliente com os pontos somados.
       77 WS-QTD-CAND       PIC 9(03) VALUE ZEROS.
       01 WS-TAB-CAND.
           05 WS-TC-ENT OCCURS 500 TIMES.
              10 WS-TC-PROD    PIC 9(05).
              10 WS-TC-PONTOS  PIC 9(07).
       01 WS-TC-TROCA.
           05 FILLER           PIC 9(05).
           05 FILLER           PIC 9(07).

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
           'SUGESTAO DE VENDA CRUZADA POR CLIENTE'.
           05 FILLER        PIC X(09) VALUE 'PAGINA : '.
           05 PAG-REL       PIC ZZ9.

       01 LINHA-CAB1.
           05 FILLER        PIC X(09) VALUE 'DATA...: '.
           05 CAB-DATA-HOJE PIC X(10).
           05 FILLER        PIC X(22) VALUE
              '   COMPRAS DESDE....: '.
           05 CAB-DATA-CORTE PIC X(10).
           05 FILLER        PIC X(18) VALUE '   COMPETENCIA: '.
           05 CAB-MES       PIC 99.
           05 FILLER        PIC X(01) VALUE '/'.
           05 CAB-ANO       PIC 9(04).

       01 LINHA-CAB2.
           05 FILLER        PIC X(09) VALUE 'CLIENTE'.
           05 FILLER        PIC X(32) VALUE 'NOME'.
           05 FILLER        PIC X(06) VALUE 'COMPR'.
           05 FILLER        PIC X(60) VALUE
              'SUGESTOES (PRODUTO/PONTOS)'.

       01 LINHA-DET.
           05 DET-CODC      PIC 9(07).
           05 FILLER        PIC X(02) VALUE SPACES.
           05 DET-NOME      PIC X(30).
           05 FILLER        PIC X(02) VALUE SPACES.
           05 DET-COMPRADOS PIC ZZ9.
           05 FILLER        PIC X(03) VALUE SPACES.
           05 DET-SUG OCCURS 5 TIMES.
              10 DET-PROD   PIC 9(05).
              10 FILLER     PIC X(01) VALUE '/'.
              10 DET-PONTOS PIC Z(04)9.
              10 FILLER     PIC X(02) VALUE SPACES.

       01 LINHA-BRANCO      PIC X(132) VALUE SPACES.

       01 LINHA-TOT1.
           05 FILLER        PIC X(36) VALUE
              'PEDIDOS ANALISADOS NA JANELA.......:'.
           05 TOT-PEDIDOS   PIC Z.ZZZ.ZZ9.
           05 FILLER        PIC X(26) VALUE
              '   CLIENTES COM COMPRAS: '.
           05 TOT-CLIENTES  PIC Z.ZZZ.ZZ9.

       01 LINHA-TOT2.
           05 FILLER        PIC X(36) VALUE
              'PARES DE PRODUTOS CONTADOS.........:'.
           05 TOT-PARES     PIC ZZZ.ZZZ.ZZ9.
           05 FILLER        PIC X(24) VALUE
              ' ITENS ALEM DO LIMITE: '.
           05 TOT-DESPREZ   PIC Z.ZZZ.ZZ9.

       01 LINHA-TOT3.
           05 FILLER        PIC X(36) VALUE
              'CLIENTES ATIVOS ANALISADOS.........:'.
           05 TOT-ANALISADOS PIC Z.ZZZ.ZZ9.
           05 FILLER        PIC X(26) VALUE
              '   CLIENTES COM SUGESTAO: '.
           05 TOT-COM-SUG   PIC Z.ZZZ.ZZ9.
           05 FILLER        PIC X(14) VALUE
              '   SUGESTOES: '.
           05 TOT-SUGESTOES PIC Z.ZZZ.ZZ9.

       COPY LK_SPOOL.

       PROCEDURE DIVISION.

       INICIO.
           ACCEPT WS-PARM FROM COMMAND-LINE
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE WS-DATA-HOJE (1:6) TO WS-ANOMES

           PERFORM VALIDA-PARAMETRO THRU VALIDA-PARAMETRO-FIM
           PERFORM MONTA-CAMINHOS   THRU MONTA-CAMINHOS-FIM
           PERFORM ABRIR-ARQUIVO    THRU ABRIR-ARQUIVO-FIM
           PERFORM IMP-CABEC

           PERFORM JUNTA-COMPRAS    THRU JUNTA-COMPRAS-FIM
           PERFORM CONTA-PARES      THRU CONTA-PARES-FIM
           PERFORM LIMPA-COMPETENCIA THRU LIMPA-COMPETENCIA-FIM
           PERFORM GERA-SUGESTOES   THRU GERA-SUGESTOES-FIM

           IF WS-QTD-COM-SUG = ZEROS
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
              IF WS-PARM (1:2) NOT NUMERIC
                 OR WS-PARM (3:78) NOT = SPACES
                 DISPLAY 'PROG174: PARAMETRO INVALIDO (NN MESES): '
                         WS-PARM
                 MOVE 12 TO WS-RETCODE
                 MOVE WS-RETCODE TO RETURN-CODE
                 GOBACK
              END-IF
              MOVE WS-PARM (1:2) TO WS-MESES
           END-IF

           IF WS-MESES = ZEROS OR WS-MESES > 60
              DISPLAY 'PROG174: MESES DE HISTORICO FORA DE 01 A 60'
              MOVE 12 TO WS-RETCODE
              MOVE WS-RETCODE TO RETURN-CODE
              GOBACK
           END-IF

      *    Janela: do primeiro dia de NN meses atras ate hoje.
           COMPUTE WS-MESES-TOT = WS-HOJE-ANO * 12
                                + WS-HOJE-MES - 1 - WS-MESES
           DIVIDE WS-MESES-TOT BY 12 GIVING WS-CORTE-ANO
                  REMAINDER WS-CORTE-MES
           ADD 1 TO WS-CORTE-MES
           COMPUTE WS-DATA-CORTE = WS-CORTE-ANO * 10000
                                 + WS-CORTE-MES * 100 + 1
           .
       VALIDA-PARAMETRO-FIM.
           EXIT.

      *-------------------------------------------------------------*
       JUNTA-COMPRAS.
      *-------------------------------------------------------------*
      *    Pedidos na ordem do cliente (chave alternada): a cada
      *    troca de cliente os produtos distintos dele vao para o
      *    SUGCLI.TMP.
           OPEN OUTPUT SUGCLI
           MOVE ZEROS TO PED-CODC WS-QTD-PROD WS-CODC-ATUAL
           MOVE 'S'   TO WS-PRIMEIRO
           START PEDIDOS KEY NOT LESS THAN PED-CODC
                 INVALID KEY
                    MOVE 10 TO PED-STAT
           END-START
           PERFORM LE-PEDIDO THRU LE-PEDIDO-SAI UNTIL FSP-FIM-REG
           PERFORM DESCARREGA-CLIENTE THRU DESCARREGA-CLIENTE-FIM
           CLOSE SUGCLI
           .
       JUNTA-COMPRAS-FIM.
           EXIT.

      *-------------------------------------------------------------*
       LE-PEDIDO.
      *-------------------------------------------------------------*
           READ PEDIDOS NEXT AT END
                GO TO LE-PEDIDO-SAI
           END-READ

           IF PRIMEIRO-CLIENTE OR PED-CODC NOT = WS-CODC-ATUAL
              PERFORM DESCARREGA-CLIENTE THRU DESCARREGA-CLIENTE-FIM
              MOVE PED-CODC TO WS-CODC-ATUAL
              MOVE ZEROS    TO WS-QTD-PROD
              MOVE 'N'      TO WS-PRIMEIRO
           END-IF

           IF PED-CANCELADO OR PED-DATA < WS-DATA-CORTE
              GO TO LE-PEDIDO-SAI
           END-IF

           ADD 1 TO WS-QTD-PEDIDOS
           MOVE PED-NUMERO TO ITE-PEDIDO
           MOVE ZEROS      TO ITE-SEQ
           START PEDITEM KEY NOT LESS THAN ITE-KEY
                 INVALID KEY
                    MOVE 10 TO ITE-STAT
           END-START
           PERFORM JUNTA-ITEM THRU JUNTA-ITEM-SAI UNTIL FSI-FIM-REG
           MOVE ZEROS TO ITE-STAT
           .
       LE-PEDIDO-SAI.
           EXIT.

      *-------------------------------------------------------------*
       JUNTA-ITEM.
      *-------------------------------------------------------------*
           READ PEDITEM NEXT AT END
                GO TO JUNTA-ITEM-SAI
           END-READ

           IF ITE-PEDIDO NOT = PED-NUMERO
              MOVE 10 TO ITE-STAT
              GO TO JUNTA-ITEM-SAI
           END-IF

           MOVE ZEROS TO WS-IDX-ACHOU
           PERFORM PROCURA-PROD-CLIENTE
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-QTD-PROD
                  OR WS-IDX-ACHOU NOT = ZEROS
           IF WS-IDX-ACHOU NOT = ZEROS
              GO TO JUNTA-ITEM-SAI
           END-IF

           IF WS-QTD-PROD = 200
              ADD 1 TO WS-QTD-DESPREZ
              GO TO JUNTA-ITEM-SAI
           END-IF

           ADD 1 TO WS-QTD-PROD
           MOVE ITE-PROD TO WS-TP-PROD (WS-QTD-PROD)
           .
       JUNTA-ITEM-SAI.
           EXIT.

      *-------------------------------------------------------------*
       PROCURA-PROD-CLIENTE.
      *-------------------------------------------------------------*
           IF WS-TP-PROD (WS-IDX) = ITE-PROD
              MOVE WS-IDX TO WS-IDX-ACHOU
           END-IF
           .
       PROCURA-PROD-CLIENTE-FIM.
           EXIT.

      *-------------------------------------------------------------*
       DESCARREGA-CLIENTE.
      *-------------------------------------------------------------*
           IF WS-QTD-PROD = ZEROS
              GO TO DESCARREGA-CLIENTE-FIM
           END-IF

           ADD 1 TO WS-QTD-CLIENTES
           MOVE WS-CODC-ATUAL TO SCL-CODC
           MOVE WS-QTD-PROD   TO SCL-QTD
           MOVE WS-TAB-PROD   TO SCL-PRODUTOS
           WRITE SUGCLI-SCL
           MOVE ZEROS TO WS-QTD-PROD
           .
       DESCARREGA-CLIENTE-FIM.
           EXIT.

      *-------------------------------------------------------------*
       CONTA-PARES.
      *-------------------------------------------------------------*
      *    Cada cliente soma 1 em cada par ordenado (A,B) dos seus
      *    produtos distintos.
           OPEN OUTPUT SUGPAR
           CLOSE SUGPAR
           OPEN I-O SUGPAR
           OPEN INPUT SUGCLI
           PERFORM CONTA-PARES-CLIENTE
              THRU CONTA-PARES-CLIENTE-SAI UNTIL FSL-FIM-REG
           CLOSE SUGCLI
           .
       CONTA-PARES-FIM.
           EXIT.

      *-------------------------------------------------------------*
       CONTA-PARES-CLIENTE.
      *-------------------------------------------------------------*
           READ SUGCLI AT END
                GO TO CONTA-PARES-CLIENTE-SAI
           END-READ

           IF SCL-QTD < 2
              GO TO CONTA-PARES-CLIENTE-SAI
           END-IF

           PERFORM CONTA-UM-PAR THRU CONTA-UM-PAR-FIM
               VARYING WS-IDX-A FROM 1 BY 1 UNTIL WS-IDX-A > SCL-QTD
                 AFTER WS-IDX-B FROM 1 BY 1 UNTIL WS-IDX-B > SCL-QTD
           .
       CONTA-PARES-CLIENTE-SAI.
           EXIT.

      *-------------------------------------------------------------*
       CONTA-UM-PAR.
      *-------------------------------------------------------------*
           IF WS-IDX-A = WS-IDX-B
              GO TO CONTA-UM-PAR-FIM
           END-IF

           MOVE SCL-PROD (WS-IDX-A) TO SPR-PROD-A
           MOVE SCL-PROD (WS-IDX-B) TO SPR-PROD-B
           READ SUGPAR
                INVALID KEY
                   MOVE 1 TO SPR-QTD-CLI
                   WRITE SUGPAR-SPR END-WRITE
                   ADD 1 TO WS-QTD-PARES
                NOT INVALID KEY
                   ADD 1 TO SPR-QTD-CLI
                   REWRITE SUGPAR-SPR END-REWRITE
           END-READ
           .
       CONTA-UM-PAR-FIM.
           EXIT.

      *-------------------------------------------------------------*
       LIMPA-COMPETENCIA.
      *-------------------------------------------------------------*
      *    Rodada repetida no mes: as sugestoes anteriores da
      *    competencia saem antes da nova geracao.
           MOVE WS-ANOMES TO SUG-ANOMES
           MOVE ZEROS     TO SUG-CODC
           START SUGEST KEY NOT LESS THAN SUG-KEY
                 INVALID KEY
                    MOVE 10 TO SUG-STAT
           END-START
           PERFORM EXCLUI-SUGESTAO
              THRU EXCLUI-SUGESTAO-SAI UNTIL FSS-FIM-REG
           MOVE ZEROS TO SUG-STAT
           .
       LIMPA-COMPETENCIA-FIM.
           EXIT.

      *-------------------------------------------------------------*
       EXCLUI-SUGESTAO.
      *-------------------------------------------------------------*
           READ SUGEST NEXT AT END
                GO TO EXCLUI-SUGESTAO-SAI
           END-READ

           IF SUG-ANOMES NOT = WS-ANOMES
              MOVE 10 TO SUG-STAT
              GO TO EXCLUI-SUGESTAO-SAI
           END-IF

           DELETE SUGEST RECORD END-DELETE
           ADD 1 TO WS-QTD-EXCLUIDOS
           .
       EXCLUI-SUGESTAO-SAI.
           EXIT.

      *-------------------------------------------------------------*
       GERA-SUGESTOES.
      *-------------------------------------------------------------*
           OPEN INPUT SUGCLI
           PERFORM SUGERE-CLIENTE
              THRU SUGERE-CLIENTE-SAI UNTIL FSL-FIM-REG
           CLOSE SUGCLI
           .
       GERA-SUGESTOES-FIM.
           EXIT.

      *-------------------------------------------------------------*
       SUGERE-CLIENTE.
      *-------------------------------------------------------------*
           READ SUGCLI AT END
                GO TO SUGERE-CLIENTE-SAI
           END-READ

           MOVE SCL-CODC TO CLI-COD
           READ CLIENTES KEY IS CLI-COD
                INVALID KEY
                   GO TO SUGERE-CLIENTE-SAI
           END-READ
           IF NOT CLI-ATIVO
              GO TO SUGERE-CLIENTE-SAI
           END-IF
           ADD 1 TO WS-QTD-ANALISADOS

      *    Pontos de cada produto fora da compra do cliente: soma,
      *    sobre os produtos dele, os clientes que compraram os dois.
           MOVE ZEROS TO WS-QTD-CAND
           PERFORM SOMA-PARES-PRODUTO
              THRU SOMA-PARES-PRODUTO-FIM
              VARYING WS-IDX-A FROM 1 BY 1 UNTIL WS-IDX-A > SCL-QTD

           IF WS-QTD-CAND = ZEROS
              GO TO SUGERE-CLIENTE-SAI
           END-IF

           MOVE 'S' TO WS-TROCOU
           PERFORM PASSADA-BOLHA THRU PASSADA-BOLHA-FIM
                   UNTIL WS-TROCOU = 'N'

           MOVE ZEROS TO SUGEST-SUG
           MOVE WS-ANOMES    TO SUG-ANOMES
           MOVE SCL-CODC     TO SUG-CODC
           MOVE WS-DATA-HOJE TO SUG-DT-GERACAO
           PERFORM ESCOLHE-CANDIDATO
              THRU ESCOLHE-CANDIDATO-FIM
              VARYING WS-IDX-CAND FROM 1 BY 1
              UNTIL WS-IDX-CAND > WS-QTD-CAND OR SUG-QTD = 5

           IF SUG-QTD = ZEROS
              GO TO SUGERE-CLIENTE-SAI
           END-IF

           WRITE SUGEST-SUG
                 INVALID KEY
                    REWRITE SUGEST-SUG END-REWRITE
           END-WRITE
           ADD 1       TO WS-QTD-COM-SUG
           ADD SUG-QTD TO WS-QTD-SUGESTOES

           PERFORM IMPRIME-CLIENTE THRU IMPRIME-CLIENTE-FIM
           .
       SUGERE-CLIENTE-SAI.
           EXIT.

      *-------------------------------------------------------------*
       SOMA-PARES-PRODUTO.
      *-------------------------------------------------------------*
           MOVE SCL-PROD (WS-IDX-A) TO WS-PROD-A SPR-PROD-A
           MOVE ZEROS               TO SPR-PROD-B
           START SUGPAR KEY NOT LESS THAN SPR-KEY
                 INVALID KEY
                    GO TO SOMA-PARES-PRODUTO-FIM
           END-START
           MOVE ZEROS TO SPR-STAT
           PERFORM SOMA-UM-PAR THRU SOMA-UM-PAR-SAI UNTIL FSW-FIM-REG
           .
       SOMA-PARES-PRODUTO-FIM.
           EXIT.

      *-------------------------------------------------------------*
       SOMA-UM-PAR.
      *-------------------------------------------------------------*
           READ SUGPAR NEXT AT END
                GO TO SOMA-UM-PAR-SAI
           END-READ

           IF SPR-PROD-A NOT = WS-PROD-A
              MOVE 10 TO SPR-STAT
              GO TO SOMA-UM-PAR-SAI
           END-IF

           IF SPR-QTD-CLI < WS-MIN-CLIENTES
              GO TO SOMA-UM-PAR-SAI
           END-IF

      *    Produto que o cliente ja compra nao e' sugestao.
           MOVE ZEROS TO WS-IDX-ACHOU
           PERFORM PROCURA-PROD-COMPRADO
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > SCL-QTD
                  OR WS-IDX-ACHOU NOT = ZEROS
           IF WS-IDX-ACHOU NOT = ZEROS
              GO TO SOMA-UM-PAR-SAI
           END-IF

           MOVE ZEROS TO WS-IDX-ACHOU
           PERFORM PROCURA-CANDIDATO
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-QTD-CAND
                  OR WS-IDX-ACHOU NOT = ZEROS
           IF WS-IDX-ACHOU = ZEROS
              IF WS-QTD-CAND = 500
                 GO TO SOMA-UM-PAR-SAI
              END-IF
              ADD 1 TO WS-QTD-CAND
              MOVE WS-QTD-CAND TO WS-IDX-ACHOU
              MOVE SPR-PROD-B  TO WS-TC-PROD   (WS-IDX-ACHOU)
              MOVE ZEROS       TO WS-TC-PONTOS (WS-IDX-ACHOU)
           END-IF
           ADD SPR-QTD-CLI TO WS-TC-PONTOS (WS-IDX-ACHOU)
           .
       SOMA-UM-PAR-SAI.
           EXIT.

      *-------------------------------------------------------------*
       PROCURA-PROD-COMPRADO.
      *-------------------------------------------------------------*
           IF SCL-PROD (WS-IDX) = SPR-PROD-B
              MOVE WS-IDX TO WS-IDX-ACHOU
           END-IF
           .
       PROCURA-PROD-COMPRADO-FIM.
           EXIT.

      *-------------------------------------------------------------*
       PROCURA-CANDIDATO.
      *-------------------------------------------------------------*
           IF WS-TC-PROD (WS-IDX) = SPR-PROD-B
              MOVE WS-IDX TO WS-IDX-ACHOU
           END-IF
           .
       PROCURA-CANDIDATO-FIM.
           EXIT.

      *-------------------------------------------------------------*
       PASSADA-BOLHA.
      *-------------------------------------------------------------*
      *    Bolha decrescente por pontos; empate fica com o menor
      *    codigo de produto.
           MOVE 'N' TO WS-TROCOU
           PERFORM COMPARA-PAR
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX NOT < WS-QTD-CAND
           .
       PASSADA-BOLHA-FIM.
           EXIT.

      *-------------------------------------------------------------*
       COMPARA-PAR.
      *-------------------------------------------------------------*
           IF WS-TC-PONTOS (WS-IDX) < WS-TC-PONTOS (WS-IDX + 1)
              OR (WS-TC-PONTOS (WS-IDX) = WS-TC-PONTOS (WS-IDX + 1)
                  AND WS-TC-PROD (WS-IDX) > WS-TC-PROD (WS-IDX + 1))
              MOVE WS-TC-ENT (WS-IDX)     TO WS-TC-TROCA
              MOVE WS-TC-ENT (WS-IDX + 1) TO WS-TC-ENT (WS-IDX)
              MOVE WS-TC-TROCA            TO WS-TC-ENT (WS-IDX + 1)
              MOVE 'S' TO WS-TROCOU
           END-IF
           .
       COMPARA-PAR-FIM.
           EXIT.

      *-------------------------------------------------------------*
       ESCOLHE-CANDIDATO.
      *-------------------------------------------------------------*
      *    So produto cadastrado e ativo vira sugestao.
           MOVE WS-TC-PROD (WS-IDX-CAND) TO PRO-COD
           READ PRODUTO
                INVALID KEY
                   GO TO ESCOLHE-CANDIDATO-FIM
           END-READ
           IF NOT PRO-ATIVO
              GO TO ESCOLHE-CANDIDATO-FIM
           END-IF

           ADD 1 TO SUG-QTD
           MOVE SUG-QTD TO WS-IDX-SUG
           MOVE WS-TC-PROD (WS-IDX-CAND) TO SUG-PROD (WS-IDX-SUG)
           IF WS-TC-PONTOS (WS-IDX-CAND) > 99999
              MOVE 99999 TO SUG-PONTOS (WS-IDX-SUG)
           ELSE
              MOVE WS-TC-PONTOS (WS-IDX-CAND)
                TO SUG-PONTOS (WS-IDX-SUG)
           END-IF
           .
       ESCOLHE-CANDIDATO-FIM.
           EXIT.

      *-------------------------------------------------------------*
       IMPRIME-CLIENTE.
      *-------------------------------------------------------------*
           MOVE SPACES   TO LINHA-DET
           MOVE SCL-CODC TO DET-CODC
           MOVE CLI-NOME TO DET-NOME
           MOVE SCL-QTD  TO DET-COMPRADOS
           PERFORM EDITA-SUGESTAO
               VARYING WS-IDX-SUG FROM 1 BY 1
               UNTIL WS-IDX-SUG > SUG-QTD
           WRITE RELSUG-REL FROM LINHA-DET AFTER ADVANCING 1 LINE
               AT END-OF-PAGE
                  PERFORM IMP-CABEC
           END-WRITE
           .
       IMPRIME-CLIENTE-FIM.
           EXIT.

      *-------------------------------------------------------------*
       EDITA-SUGESTAO.
      *-------------------------------------------------------------*
           MOVE SUG-PROD   (WS-IDX-SUG) TO DET-PROD   (WS-IDX-SUG)
           MOVE '/'                     TO DET-SUG (WS-IDX-SUG) (6:1)
           MOVE SUG-PONTOS (WS-IDX-SUG) TO DET-PONTOS (WS-IDX-SUG)
           .
       EDITA-SUGESTAO-FIM.
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
           MOVE WS-DATA-CORTE   TO WS-DATA-AMD
           PERFORM EDITA-DATA
           MOVE WS-DATA-DMA     TO CAB-DATA-CORTE
           MOVE WS-ANOMES (5:2) TO CAB-MES
           MOVE WS-ANOMES (1:4) TO CAB-ANO
           WRITE RELSUG-REL   FROM LINHA-CAB0 AFTER ADVANCING PAGE
           WRITE RELSUG-REL   FROM LINHA-CAB1 AFTER ADVANCING 1 LINE
           WRITE RELSUG-REL   FROM LINHA-BRANCO AFTER ADVANCING 1
                 LINE
           WRITE RELSUG-REL   FROM LINHA-CAB2 AFTER ADVANCING 1 LINE
           .
       IMP-CABEC-FIM.
           EXIT.

      *-------------------------------------------------------------*
       TOTAIS.
      *-------------------------------------------------------------*
           MOVE WS-QTD-PEDIDOS    TO TOT-PEDIDOS
           MOVE WS-QTD-CLIENTES   TO TOT-CLIENTES
           MOVE WS-QTD-PARES      TO TOT-PARES
           MOVE WS-QTD-DESPREZ    TO TOT-DESPREZ
           MOVE WS-QTD-ANALISADOS TO TOT-ANALISADOS
           MOVE WS-QTD-COM-SUG    TO TOT-COM-SUG
           MOVE WS-QTD-SUGESTOES  TO TOT-SUGESTOES

           WRITE RELSUG-REL FROM LINHA-BRANCO AFTER 1
           WRITE RELSUG-REL FROM LINHA-TOT1 AFTER 1
           WRITE RELSUG-REL FROM LINHA-TOT2 AFTER 1
           WRITE RELSUG-REL FROM LINHA-TOT3 AFTER 1

           DISPLAY 'VENDA CRUZADA - ' LINHA-TOT1
           DISPLAY 'VENDA CRUZADA - ' LINHA-TOT3
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
                  'CLIENTES.ARQ'               DELIMITED BY SIZE
             INTO WS-ARQ-CLIENTES
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'PRODUTO.ARQ'                DELIMITED BY SIZE
             INTO WS-ARQ-PRODUTO
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'SUGEST.ARQ'                 DELIMITED BY SIZE
             INTO WS-ARQ-SUGEST
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'SUGCLI.TMP'                 DELIMITED BY SIZE
             INTO WS-ARQ-SUGCLI
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'SUGPAR.TMP'                 DELIMITED BY SIZE
             INTO WS-ARQ-SUGPAR
           END-STRING

      *    O relatorio vai para o SPOOL\ com nome datado (PROG35) e
      *    entra no catalogo ao final.
           MOVE 'N'             TO LK-SPL-OPER
           MOVE 'PROG174'       TO LK-SPL-PROGRAMA
           MOVE 'VENDA-CRUZ.TXT' TO LK-SPL-SUFIXO
           CALL "PROG35" USING LK-SPOOL END-CALL
           MOVE LK-SPL-CAMINHO  TO WS-ARQ-RELSUG
           .
       MONTA-CAMINHOS-FIM.
           EXIT.

      *-------------------------------------------------------------*
       ABRIR-ARQUIVO.
      *-------------------------------------------------------------*
           OPEN INPUT PEDIDOS
           IF FSP-NAO-EXISTE
              DISPLAY 'ARQUIVO PEDIDOS NAO ENCONTRADO'
              MOVE 12 TO WS-RETCODE
              MOVE WS-RETCODE TO RETURN-CODE
              GOBACK
           END-IF

           OPEN INPUT PEDITEM
           IF FSI-NAO-EXISTE
              DISPLAY 'ARQUIVO PEDITEM NAO ENCONTRADO'
              CLOSE PEDIDOS
              MOVE 12 TO WS-RETCODE
              MOVE WS-RETCODE TO RETURN-CODE
              GOBACK
           END-IF

           OPEN INPUT CLIENTES
           IF FSC-NAO-EXISTE
              DISPLAY 'ARQUIVO CLIENTES NAO ENCONTRADO'
              CLOSE PEDIDOS PEDITEM
              MOVE 12 TO WS-RETCODE
              MOVE WS-RETCODE TO RETURN-CODE
              GOBACK
           END-IF

           OPEN INPUT PRODUTO
           IF FSPR-NAO-EXISTE
              DISPLAY 'ARQUIVO PRODUTO NAO ENCONTRADO'
              CLOSE PEDIDOS PEDITEM CLIENTES
              MOVE 12 TO WS-RETCODE
              MOVE WS-RETCODE TO RETURN-CODE
              GOBACK
           END-IF

           OPEN I-O SUGEST
           IF FSS-NAO-EXISTE
              OPEN OUTPUT SUGEST
              CLOSE SUGEST
              OPEN I-O SUGEST
           END-IF

           OPEN OUTPUT RELSUG
           .
       ABRIR-ARQUIVO-FIM.
           EXIT.

      *-------------------------------------------------------------*
       FINALIZA.
      *-------------------------------------------------------------*
           CLOSE PEDIDOS PEDITEM CLIENTES PRODUTO SUGEST SUGPAR
                 RELSUG

           MOVE 'R'             TO LK-SPL-OPER
           MOVE 'PROG174'       TO LK-SPL-PROGRAMA
           MOVE WS-PARM         TO LK-SPL-PARAMS
           MOVE WS-QTD-COM-SUG  TO LK-SPL-QTDE
           MOVE WS-ARQ-RELSUG   TO LK-SPL-CAMINHO
           CALL "PROG35" USING LK-SPOOL END-CALL

           MOVE WS-RETCODE TO RETURN-CODE
           GOBACK.
