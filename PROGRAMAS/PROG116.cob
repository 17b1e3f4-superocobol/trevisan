      *             (bolha, como nos demais rankings). Saida impressa
      *             REL-RANK.TXT e, a pedido, REL-RANK.CSV, ambas
      *             registradas no catalogo do spool (PROG35).
      *             Havendo SUGEST.ARQ (PROG174), mede tambem a
      *             conversao das sugestoes de venda cruzada: quantas
      *             foram pedidas no periodo e a receita delas.
      * Cod.Retorno (RETURN-CODE):
      *             0 = processamento normal
      *             4 = nenhum item no periodo
      *            12 = arquivo ausente
      * Historico.:
      *   2026 mnt - Programa novo.
      *   2026 mnt - Linha de produto (PRO-LINHA) no ranking e
      *              quebra da receita por linha (mix por linha),
      *              com participacao e periodo anterior.
      *   2026 mnt - Conversao das sugestoes de venda cruzada
      *              (PROG174) no relatorio; PEDIDOS passa a
      *              DYNAMIC para ler os pedidos por cliente.
      ******************************************************************
       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         PROG116.

       SELECT PEDIDOS ASSIGN TO WS-ARQ-PEDIDOS
              ORGANIZATION         IS INDEXED
              ACCESS  MODE         IS DYNAMIC
              FILE STATUS          IS PED-STAT
              ALTERNATE RECORD KEY IS PED-CODC WITH DUPLICATES
              ALTERNATE RECORD KEY IS PED-CODV WITH DUPLICATES
              LOCK MODE IS MANUAL WITH LOCK ON MULTIPLE RECORDS
              RECORD KEY           IS CLI-CNPJ.

       SELECT LINPROD ASSIGN TO WS-ARQ-LINPROD
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS RANDOM
              FILE STATUS  IS LIN-STAT
              RECORD KEY   IS LIN-KEY.

       SELECT SUGEST ASSIGN TO WS-ARQ-SUGEST
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              FILE STATUS  IS SUG-STAT
              RECORD KEY   IS SUG-KEY.

       SELECT RELRANK ASSIGN TO WS-ARQ-RELRANK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS  IS REL-STAT.

       COPY FD_CLIENTES.

       COPY FD_LINPROD.

       COPY FD_SUGEST.

       FD RELRANK.

       01 RELRANK-REL.
       77 WS-ARQ-PEDITEM     PIC X(70) VALUE SPACES.
       77 WS-ARQ-PRODUTO     PIC X(70) VALUE SPACES.
       77 WS-ARQ-CLIENTES    PIC X(70) VALUE SPACES.
       77 WS-ARQ-LINPROD     PIC X(70) VALUE SPACES.
       77 WS-ARQ-SUGEST      PIC X(70) VALUE SPACES.
       77 WS-ARQ-RELRANK     PIC X(90) VALUE SPACES.
       77 WS-ARQ-RELRANK-CSV PIC X(90) VALUE SPACES.

           88 FSPR-OK       VALUE ZEROS.
           88 FSPR-NAO-EXISTE VALUE 35.

       77 LIN-STAT          PIC 9(02).
           88 FSL-OK        VALUE ZEROS.
           88 FSL-NAO-EXISTE VALUE 35.

      *    LINPROD.ARQ so da a descricao da linha.
       77 WS-TEM-LINPROD    PIC X(01) VALUE 'N'.
           88 TEM-LINPROD   VALUE 'S'.

       77 CLI-STAT          PIC 9(02).
           88 FSC-OK        VALUE ZEROS.
           88 FSC-NAO-EXISTE VALUE 35.

       77 SUG-STAT          PIC 9(02).
           88 FSS-OK        VALUE ZEROS.
           88 FSS-FIM-REG   VALUE 10.
           88 FSS-NAO-EXISTE VALUE 35.

      *    Conversao da venda cruzada (sugestoes do PROG174): vale a
      *    geracao da competencia do inicio do periodo ou, sem ela,
      *    a do mes anterior. So contam pedidos do periodo feitos
      *    depois da geracao.
       77 WS-TEM-SUGEST     PIC X(01) VALUE 'N'.
           88 TEM-SUGEST    VALUE 'S'.
           88 SEM-SUGEST    VALUE 'N'.
       77 WS-TEM-GERACAO    PIC X(01) VALUE 'N'.
           88 TEM-GERACAO   VALUE 'S'.

       01 WS-DATA-BASE      PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DATA-BASE.
           05 WS-BASE-ANO   PIC 9(04).
           05 WS-BASE-MES   PIC 9(02).
           05 FILLER        PIC 9(02).
       77 WS-SUG-ANOMES     PIC 9(06) VALUE ZEROS.
       77 WS-SUG-ANOMES-ANT PIC 9(06) VALUE ZEROS.
       77 WS-IDX-SUG        PIC 9(01) VALUE ZEROS.

       01 WS-VC-MARCAS.
           05 WS-VC-MARCA   PIC X(01) OCCURS 5 TIMES.
       77 WS-VC-CONV-CLI    PIC 9(01) VALUE ZEROS.
       77 WS-VC-CLIENTES    PIC 9(07) VALUE ZEROS.
       77 WS-VC-SUGERIDOS   PIC 9(07) VALUE ZEROS.
       77 WS-VC-CONVERTIDOS PIC 9(07) VALUE ZEROS.
       77 WS-VC-CLI-CONV    PIC 9(07) VALUE ZEROS.
       77 WS-VC-VALOR       PIC 9(13)V99 VALUE ZEROS.

       77 REL-STAT          PIC 9(02).
           88 FSR-OK        VALUE ZEROS.


       77 WS-QTD-UFS        PIC 9(02) VALUE ZEROS.

      *    Mix por linha de produto (PRO-LINHA; espacos = sem
      *    linha), nas duas janelas como o ranking de produtos.
       01 WS-TAB-LIN.
           05 WS-TL-ENT OCCURS 100 TIMES.
              10 WS-TL-LINHA      PIC X(04).
              10 WS-TL-VALOR      PIC 9(11)V99.
              10 WS-TL-VLR-ANT    PIC 9(11)V99.

       77 WS-QTD-LINHAS     PIC 9(03) VALUE ZEROS.
       77 WS-LINHA-ITEM     PIC X(04) VALUE SPACES.

       01 WS-TL-TROCA.
           05 WS-TRL-LINHA      PIC X(04).
           05 WS-TRL-VALOR      PIC 9(11)V99.
           05 WS-TRL-VLR-ANT    PIC 9(11)V99.

       01 WS-TAB-VEND.
           05 WS-TV-ENT OCCURS 2000 TIMES.
              10 WS-TV-COD        PIC 9(05).
           05 CAB-ANT-FIM   PIC 9(08).

       01 LINHA-CAB2.
           05 FILLER        PIC X(14) VALUE 'PRODUTO LINHA '.
           05 FILLER        PIC X(32) VALUE 'DESCRICAO'.
           05 FILLER        PIC X(14) VALUE '    QUANTIDADE'.
           05 FILLER        PIC X(02) VALUE SPACES.
           05 FILLER        PIC X(17) VALUE '          RECEITA'.
           05 FILLER        PIC X(02) VALUE SPACES.
           05 FILLER        PIC X(06) VALUE ' PART%'.
           05 FILLER        PIC X(02) VALUE SPACES.
           05 FILLER        PIC X(17) VALUE '     PER.ANTERIOR'.

       01 LINHA-DET-PROD.
           05 REL-PRO-COD   PIC 9(05).
           05 FILLER        PIC X(03) VALUE SPACES.
           05 REL-PRO-LINHA PIC X(04).
           05 FILLER        PIC X(02) VALUE SPACES.
           05 REL-PRO-DESC  PIC X(30).
           05 FILLER        PIC X(02) VALUE SPACES.
           05 REL-PRO-QTDE  PIC ZZZ.ZZZ.ZZ9,99.
           05 REL-UF-PCT    PIC ZZ9,9.
           05 FILLER        PIC X(01) VALUE '%'.

       01 LINHA-SECAO-LIN.
           05 FILLER        PIC X(40) VALUE
           'QUEBRA DE RECEITA POR LINHA DE PRODUTO'.

       01 LINHA-DET-LIN.
           05 REL-LIN-COD   PIC X(04).
           05 FILLER        PIC X(02) VALUE SPACES.
           05 REL-LIN-DESC  PIC X(30).
           05 FILLER        PIC X(02) VALUE SPACES.
           05 REL-LIN-VLR   PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER        PIC X(02) VALUE SPACES.
           05 REL-LIN-PCT   PIC ZZ9,9.
           05 FILLER        PIC X(01) VALUE '%'.
           05 FILLER        PIC X(02) VALUE SPACES.
           05 REL-LIN-ANT   PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       01 LINHA-SECAO-VEN.
           05 FILLER        PIC X(40) VALUE
           'QUEBRA DE RECEITA POR VENDEDOR'.
           05 REL-VEN-PCT   PIC ZZ9,9.
           05 FILLER        PIC X(01) VALUE '%'.

       01 LINHA-SECAO-VC.
           05 FILLER        PIC X(50) VALUE
           'VENDA CRUZADA - CONVERSAO DAS SUGESTOES (PROG174)'.

       01 LINHA-DET-VC1.
           05 FILLER        PIC X(15) VALUE 'GERACAO......: '.
           05 REL-VC-ANOMES PIC 9999/99.
           05 FILLER        PIC X(25) VALUE
              '   CLIENTES COM SUGESTAO:'.
           05 REL-VC-CLI    PIC ZZZZZZ9.
           05 FILLER        PIC X(14) VALUE '   SUGESTOES: '.
           05 REL-VC-SUG    PIC ZZZZZZ9.

       01 LINHA-DET-VC2.
           05 FILLER        PIC X(15) VALUE 'PEDIDAS......: '.
           05 REL-VC-CONV   PIC ZZZZZZ9.
           05 FILLER        PIC X(13) VALUE '   CONVERSAO:'.
           05 REL-VC-PCT    PIC ZZ9,9.
           05 FILLER        PIC X(01) VALUE '%'.
           05 FILLER        PIC X(23) VALUE
              '  CLIENTES QUE PEDIRAM:'.
           05 REL-VC-CLI-CONV PIC ZZZZZZ9.
           05 FILLER        PIC X(11) VALUE '  RECEITA: '.
           05 REL-VC-VLR    PIC ZZZZ.ZZZ.ZZZ.ZZ9,99.

       01 LINHA-SEM-VC.
           05 FILLER        PIC X(50) VALUE
           'NENHUMA GERACAO DE SUGESTOES PARA O PERIODO'.

       01 LINHA-TOTAIS.
           05 FILLER        PIC X(15) VALUE 'ITENS........: '.
           05 TOT-ITENS     PIC ZZZZZZ9.
           END-IF

           PERFORM ORDENA-RANKING THRU ORDENA-RANKING-FIM
           PERFORM ORDENA-LINHAS THRU ORDENA-LINHAS-FIM

           IF TEM-SUGEST
              PERFORM MEDE-VENDA-CRUZADA THRU MEDE-VENDA-CRUZADA-FIM
           END-IF

           PERFORM IMPRIME-RELATORIO
              THRU IMPRIME-RELATORIO-FIM
           COMPUTE WS-VLR-ITEM ROUNDED = ITE-QTDE * ITE-PRECO

           PERFORM ACUMULA-PRODUTO THRU ACUMULA-PRODUTO-FIM
           PERFORM ACUMULA-LINHA THRU ACUMULA-LINHA-FIM

           IF JANELA-ATUAL
              ADD 1           TO WS-QTD-ITENS
       PROCURA-PRODUTO-FIM.
           EXIT.

      *-------------------------------------------------------------*
       ACUMULA-LINHA.
      *-------------------------------------------------------------*
           MOVE SPACES   TO WS-LINHA-ITEM
           MOVE ITE-PROD TO PRO-COD
           READ PRODUTO
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   MOVE PRO-LINHA TO WS-LINHA-ITEM
           END-READ

           MOVE ZEROS TO WS-IDX-ACHOU
           PERFORM PROCURA-LINHA
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-QTD-LINHAS
                  OR WS-IDX-ACHOU NOT = ZEROS

           IF WS-IDX-ACHOU = ZEROS
              IF WS-QTD-LINHAS = 100
                 GO TO ACUMULA-LINHA-FIM
              END-IF
              ADD 1 TO WS-QTD-LINHAS
              MOVE WS-QTD-LINHAS TO WS-IDX-ACHOU
              MOVE WS-LINHA-ITEM TO WS-TL-LINHA (WS-IDX-ACHOU)
              MOVE ZEROS TO WS-TL-VALOR   (WS-IDX-ACHOU)
                            WS-TL-VLR-ANT (WS-IDX-ACHOU)
           END-IF

           IF JANELA-ATUAL
              ADD WS-VLR-ITEM TO WS-TL-VALOR (WS-IDX-ACHOU)
           ELSE
              ADD WS-VLR-ITEM TO WS-TL-VLR-ANT (WS-IDX-ACHOU)
           END-IF
           .
       ACUMULA-LINHA-FIM.
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

      *-------------------------------------------------------------*
       ACUMULA-UF.
      *-------------------------------------------------------------*
       PROCURA-VENDEDOR-FIM.
           EXIT.

      *-------------------------------------------------------------*
       MEDE-VENDA-CRUZADA.
      *-------------------------------------------------------------*
      *    Para cada cliente da geracao em vigor, varre os pedidos
      *    dele (chave alternativa PED-CODC) e marca quais dos
      *    produtos sugeridos foram pedidos no periodo. Cada
      *    sugestao conta uma vez, por mais pedidos que tenha.
           IF WS-DATA-INI = ZEROS
              ACCEPT WS-DATA-BASE FROM DATE YYYYMMDD
           ELSE
              MOVE WS-DATA-INI TO WS-DATA-BASE
           END-IF
           COMPUTE WS-SUG-ANOMES = WS-BASE-ANO * 100 + WS-BASE-MES
           IF WS-BASE-MES = 01
              COMPUTE WS-SUG-ANOMES-ANT = (WS-BASE-ANO - 1) * 100 + 12
           ELSE
              COMPUTE WS-SUG-ANOMES-ANT = WS-SUG-ANOMES - 1
           END-IF

           PERFORM LOCALIZA-GERACAO THRU LOCALIZA-GERACAO-FIM
           IF NOT TEM-GERACAO
              MOVE WS-SUG-ANOMES-ANT TO WS-SUG-ANOMES
              PERFORM LOCALIZA-GERACAO THRU LOCALIZA-GERACAO-FIM
           END-IF
           IF NOT TEM-GERACAO
              GO TO MEDE-VENDA-CRUZADA-FIM
           END-IF

           PERFORM MEDE-UM-CLIENTE THRU MEDE-UM-CLIENTE-SAI
                   UNTIL FSS-FIM-REG
           .
       MEDE-VENDA-CRUZADA-FIM.
           EXIT.

      *-------------------------------------------------------------*
       LOCALIZA-GERACAO.
      *-------------------------------------------------------------*
      *    Posiciona no primeiro cliente da competencia WS-SUG-ANOMES;
      *    sem nenhum registro dela, a geracao nao existe.
           MOVE 'N'           TO WS-TEM-GERACAO
           MOVE WS-SUG-ANOMES TO SUG-ANOMES
           MOVE ZEROS         TO SUG-CODC
           START SUGEST KEY NOT LESS THAN SUG-KEY
                 INVALID KEY
                    GO TO LOCALIZA-GERACAO-FIM
           END-START
           READ SUGEST NEXT AT END
                GO TO LOCALIZA-GERACAO-FIM
           END-READ
           IF SUG-ANOMES NOT = WS-SUG-ANOMES
              GO TO LOCALIZA-GERACAO-FIM
           END-IF

           SET TEM-GERACAO TO TRUE
           MOVE WS-SUG-ANOMES TO SUG-ANOMES
           MOVE ZEROS         TO SUG-CODC
           START SUGEST KEY NOT LESS THAN SUG-KEY
                 INVALID KEY
                    MOVE 10 TO SUG-STAT
           END-START
           .
       LOCALIZA-GERACAO-FIM.
           EXIT.

      *-------------------------------------------------------------*
       MEDE-UM-CLIENTE.
      *-------------------------------------------------------------*
           READ SUGEST NEXT AT END
                GO TO MEDE-UM-CLIENTE-SAI
           END-READ

           IF SUG-ANOMES NOT = WS-SUG-ANOMES
              MOVE 10 TO SUG-STAT
              GO TO MEDE-UM-CLIENTE-SAI
           END-IF

           ADD 1       TO WS-VC-CLIENTES
           ADD SUG-QTD TO WS-VC-SUGERIDOS
           MOVE SPACES TO WS-VC-MARCAS

           MOVE SUG-CODC TO PED-CODC
           START PEDIDOS KEY IS EQUAL PED-CODC
                 INVALID KEY
                    MOVE 10 TO PED-STAT
           END-START
           PERFORM MEDE-UM-PEDIDO THRU MEDE-UM-PEDIDO-SAI
                   UNTIL FSP-FIM-REG
           MOVE ZEROS TO PED-STAT

           MOVE ZEROS TO WS-VC-CONV-CLI
           INSPECT WS-VC-MARCAS TALLYING WS-VC-CONV-CLI FOR ALL 'S'
           IF WS-VC-CONV-CLI > ZEROS
              ADD 1              TO WS-VC-CLI-CONV
              ADD WS-VC-CONV-CLI TO WS-VC-CONVERTIDOS
           END-IF
           .
       MEDE-UM-CLIENTE-SAI.
           EXIT.

      *-------------------------------------------------------------*
       MEDE-UM-PEDIDO.
      *-------------------------------------------------------------*
           READ PEDIDOS NEXT AT END
                GO TO MEDE-UM-PEDIDO-SAI
           END-READ

           IF PED-CODC NOT = SUG-CODC
              MOVE 10 TO PED-STAT
              GO TO MEDE-UM-PEDIDO-SAI
           END-IF

           IF PED-CANCELADO
              OR PED-DATA < WS-DATA-INI
              OR PED-DATA > WS-DATA-FIM
              OR PED-DATA < SUG-DT-GERACAO
              GO TO MEDE-UM-PEDIDO-SAI
           END-IF

           MOVE PED-NUMERO TO ITE-PEDIDO
           MOVE ZEROS      TO ITE-SEQ
           START PEDITEM KEY NOT LESS THAN ITE-KEY
                 INVALID KEY
                    MOVE 10 TO ITE-STAT
           END-START
           PERFORM MEDE-UM-ITEM THRU MEDE-UM-ITEM-SAI
                   UNTIL FSI-FIM-REG
           MOVE ZEROS TO ITE-STAT
           .
       MEDE-UM-PEDIDO-SAI.
           EXIT.

      *-------------------------------------------------------------*
       MEDE-UM-ITEM.
      *-------------------------------------------------------------*
           READ PEDITEM NEXT AT END
                GO TO MEDE-UM-ITEM-SAI
           END-READ

           IF ITE-PEDIDO NOT = PED-NUMERO
              MOVE 10 TO ITE-STAT
              GO TO MEDE-UM-ITEM-SAI
           END-IF

           PERFORM CONFERE-SUGERIDO
               VARYING WS-IDX-SUG FROM 1 BY 1
               UNTIL WS-IDX-SUG > SUG-QTD
           .
       MEDE-UM-ITEM-SAI.
           EXIT.

      *-------------------------------------------------------------*
       CONFERE-SUGERIDO.
      *-------------------------------------------------------------*
           IF SUG-PROD (WS-IDX-SUG) = ITE-PROD
              MOVE 'S' TO WS-VC-MARCA (WS-IDX-SUG)
              COMPUTE WS-VLR-ITEM ROUNDED = ITE-QTDE * ITE-PRECO
              ADD WS-VLR-ITEM TO WS-VC-VALOR
           END-IF
           .
       CONFERE-SUGERIDO-FIM.
           EXIT.

      *-------------------------------------------------------------*
       ORDENA-RANKING.
      *-------------------------------------------------------------*
       COMPARA-PAR-FIM.
           EXIT.

      *-------------------------------------------------------------*
       ORDENA-LINHAS.
      *-------------------------------------------------------------*
      *    Mix por linha tambem decrescente por receita do periodo.
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
           IF WS-TL-VALOR (WS-IDX) < WS-TL-VALOR (WS-IDX + 1)
              MOVE WS-TL-ENT (WS-IDX)     TO WS-TL-TROCA
              MOVE WS-TL-ENT (WS-IDX + 1) TO WS-TL-ENT (WS-IDX)
              MOVE WS-TL-TROCA            TO WS-TL-ENT (WS-IDX + 1)
              MOVE 'S' TO WS-TROCOU
           END-IF
           .
       COMPARA-LINHAS-FIM.
           EXIT.

      *-------------------------------------------------------------*
       IMPRIME-RELATORIO.
      *-------------------------------------------------------------*
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-QTD-PRODS

           WRITE RELRANK-REL FROM LINHA-BRANCO AFTER 1
           WRITE RELRANK-REL FROM LINHA-SECAO-LIN AFTER 1
           WRITE RELRANK-REL FROM LINHA-BRANCO AFTER 1
           PERFORM IMPRIME-LINHA
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-QTD-LINHAS

           WRITE RELRANK-REL FROM LINHA-BRANCO AFTER 1
           WRITE RELRANK-REL FROM LINHA-SECAO-UF AFTER 1
           WRITE RELRANK-REL FROM LINHA-BRANCO AFTER 1
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-QTD-VENDS

           IF TEM-SUGEST
              PERFORM IMPRIME-VENDA-CRUZADA
                 THRU IMPRIME-VENDA-CRUZADA-FIM
           END-IF

           MOVE WS-QTD-ITENS TO TOT-ITENS
           MOVE WS-VLR-TOTAL TO TOT-VLR
           WRITE RELRANK-REL FROM LINHA-BRANCO AFTER 1
       IMPRIME-RELATORIO-FIM.
           EXIT.

      *-------------------------------------------------------------*
       IMPRIME-VENDA-CRUZADA.
      *-------------------------------------------------------------*
           WRITE RELRANK-REL FROM LINHA-BRANCO AFTER 1
           WRITE RELRANK-REL FROM LINHA-SECAO-VC AFTER 1
           WRITE RELRANK-REL FROM LINHA-BRANCO AFTER 1
           IF NOT TEM-GERACAO
              WRITE RELRANK-REL FROM LINHA-SEM-VC AFTER 1
              GO TO IMPRIME-VENDA-CRUZADA-FIM
           END-IF

           MOVE WS-SUG-ANOMES     TO REL-VC-ANOMES
           MOVE WS-VC-CLIENTES    TO REL-VC-CLI
           MOVE WS-VC-SUGERIDOS   TO REL-VC-SUG
           MOVE WS-VC-CONVERTIDOS TO REL-VC-CONV
           MOVE WS-VC-CLI-CONV    TO REL-VC-CLI-CONV
           MOVE WS-VC-VALOR       TO REL-VC-VLR
           IF WS-VC-SUGERIDOS = ZEROS
              MOVE ZEROS TO REL-VC-PCT
           ELSE
              COMPUTE WS-PCT ROUNDED =
                      WS-VC-CONVERTIDOS * 100 / WS-VC-SUGERIDOS
              MOVE WS-PCT TO REL-VC-PCT
           END-IF
           WRITE RELRANK-REL FROM LINHA-DET-VC1 AFTER 1
           WRITE RELRANK-REL FROM LINHA-DET-VC2 AFTER 1

           IF MODO-BATCH
              DISPLAY 'VENDA CRUZADA - ' LINHA-DET-VC2
           END-IF
           .
       IMPRIME-VENDA-CRUZADA-FIM.
           EXIT.

      *-------------------------------------------------------------*
       IMPRIME-PRODUTO.
      *-------------------------------------------------------------*
      *-------------------------------------------------------------*
       BUSCA-DESCRICAO.
      *-------------------------------------------------------------*
           MOVE SPACES TO REL-PRO-DESC REL-PRO-LINHA
           MOVE WS-TP-COD (WS-IDX) TO PRO-COD
           READ PRODUTO
                INVALID KEY
                   MOVE '(PRODUTO NAO CADASTRADO)' TO REL-PRO-DESC
                NOT INVALID KEY
                   MOVE PRO-DESCRICAO TO REL-PRO-DESC
                   MOVE PRO-LINHA     TO REL-PRO-LINHA
           END-READ
           .
       BUSCA-DESCRICAO-FIM.
           EXIT.

      *-------------------------------------------------------------*
       IMPRIME-LINHA.
      *-------------------------------------------------------------*
           MOVE WS-TL-LINHA (WS-IDX) TO REL-LIN-COD
           MOVE SPACES               TO REL-LIN-DESC
           IF WS-TL-LINHA (WS-IDX) = SPACES
              MOVE 'SEM LINHA' TO REL-LIN-DESC
           ELSE
              IF TEM-LINPROD
                 MOVE WS-TL-LINHA (WS-IDX) TO LIN-COD
                 READ LINPROD
                      INVALID KEY
                         MOVE '(LINHA NAO CADASTRADA)'
                              TO REL-LIN-DESC
                      NOT INVALID KEY
                         MOVE LIN-DESCRICAO TO REL-LIN-DESC
                 END-READ
              END-IF
           END-IF

           MOVE WS-TL-VALOR   (WS-IDX) TO REL-LIN-VLR
           MOVE WS-TL-VLR-ANT (WS-IDX) TO REL-LIN-ANT
           IF WS-VLR-TOTAL = ZEROS
              MOVE ZEROS TO REL-LIN-PCT
           ELSE
              COMPUTE WS-PCT ROUNDED =
                      WS-TL-VALOR (WS-IDX) * 100 / WS-VLR-TOTAL
              MOVE WS-PCT TO REL-LIN-PCT
           END-IF
           WRITE RELRANK-REL FROM LINHA-DET-LIN
                 AFTER ADVANCING 1 LINE
           .
       IMPRIME-LINHA-FIM.
           EXIT.

      *-------------------------------------------------------------*
       IMPRIME-UF.
      *-------------------------------------------------------------*
             INTO WS-ARQ-CLIENTES
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'LINPROD.ARQ'                DELIMITED BY SIZE
             INTO WS-ARQ-LINPROD
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'SUGEST.ARQ'                 DELIMITED BY SIZE
             INTO WS-ARQ-SUGEST
           END-STRING

      *    O relatorio vai para o SPOOL\ com nome datado (PROG35) e
      *    entra no catalogo ao final; o CSV sai ao lado dele.
           MOVE 'N'            TO LK-SPL-OPER
              PERFORM FINALIZA
           END-IF

           OPEN INPUT LINPROD
           IF FSL-OK
              SET TEM-LINPROD TO TRUE
           END-IF

           OPEN INPUT SUGEST
           IF FSS-OK
              SET TEM-SUGEST TO TRUE
           END-IF

           OPEN OUTPUT RELRANK
           .
       ABRIR-ARQUIVO-FIM.
        FINALIZA.
      *-------------------------------------------------------------*
           CLOSE PEDIDOS PEDITEM PRODUTO CLIENTES RELRANK
           IF TEM-LINPROD
              CLOSE LINPROD
           END-IF
           IF TEM-SUGEST
              CLOSE SUGEST
           END-IF

           MOVE 'R'            TO LK-SPL-OPER
           MOVE 'PROG116'      TO LK-SPL-PROGRAMA
