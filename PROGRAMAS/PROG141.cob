      ******************************************************************
      * Autor.....: Alexandre Trevisani (PROVA COBOL)
      * Data......: Julho/2019
      * Programa..: PROG141 - Reconstrução da Reserva de Estoque
      * Chamadas..: PROG153 - Saldo de Estoque por Deposito
      * Observação: Recalcula PRO-RESERVADO de todos os produtos a
      *             partir dos itens dos pedidos: zera a reserva de
      *             cada produto e soma de novo os itens dos pedidos
      *             que reservam estoque (mesma regra do PROG140),
      *             acertando ITE-RESERVADO de todos os itens. E' o
      *             remedio para divergencia entre a reserva mantida
      *             pelo PROG140 e os pedidos (queda no meio de uma
      *             gravacao, restore de arquivo) e a carga inicial
      *             depois da conversao dos arquivos. Roda sem tela,
      *             na cadeia noturna ou sob demanda.
      *             Lista no console os produtos com reserva acima do
      *             saldo em estoque.
      *             A reserva por deposito (EDP-RESERVADO) e'
      *             refeita junto: zerada em ESTDEP.ARQ e somada de
      *             novo no deposito atual do cliente de cada pedido
      *             (PROG153), gravado em ITE-DEPOSITO.
      * Cod.Retorno (RETURN-CODE):
      *             0 = processamento normal
      *            12 = arquivo ausente
      * Historico.:
      *   2026 mnt - Programa novo.
      *   2026 mnt - Reconstroi tambem a reserva por deposito
      *              (EDP-RESERVADO) no deposito atual do cliente,
      *              gravando ITE-DEPOSITO.
      ******************************************************************
       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         PROG141.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SPECIAL-NAMES.      DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.

       SELECT PEDIDOS ASSIGN TO WS-ARQ-PEDIDOS
              ORGANIZATION         IS INDEXED
              ACCESS MODE          IS RANDOM
              FILE STATUS          IS PED-STAT
              ALTERNATE RECORD KEY IS PED-CODC WITH DUPLICATES
              ALTERNATE RECORD KEY IS PED-CODV WITH DUPLICATES
              RECORD KEY           IS PED-KEY.

       SELECT PEDITEM ASSIGN TO WS-ARQ-PEDITEM
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS ITE-STAT
              RECORD KEY   IS ITE-KEY.

       SELECT PRODUTO ASSIGN TO WS-ARQ-PRODUTO
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              FILE STATUS  IS PRO-STAT
              RECORD KEY   IS PRO-KEY.

       SELECT ESTDEP ASSIGN TO WS-ARQ-ESTDEP
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS EDP-STAT
              RECORD KEY   IS EDP-KEY.

       SELECT CLIENTES ASSIGN TO WS-ARQ-CLIENTES
              ORGANIZATION         IS INDEXED
              ACCESS MODE          IS RANDOM
              FILE STATUS          IS CLI-STAT
              ALTERNATE RECORD KEY IS CLI-COD
              ALTERNATE RECORD KEY IS CLI-NOME  WITH DUPLICATES
              ALTERNATE RECORD KEY IS CLI-CNPJ-RAIZ WITH DUPLICATES
              ALTERNATE RECORD KEY IS CLI-NOME-BUSCA WITH DUPLICATES
              RECORD KEY           IS CLI-KEY.

       DATA            DIVISION.
       FILE            SECTION.

       COPY FD_PEDIDOS.

       COPY FD_PEDITEM.

       COPY FD_PRODUTO.

       COPY FD_ESTDEP.

       COPY FD_CLIENTES.

       WORKING-STORAGE SECTION.

       77 WS-DIR-DADOS       PIC X(50) VALUE SPACES.
       77 WS-ARQ-PEDIDOS     PIC X(70) VALUE SPACES.
       77 WS-ARQ-PEDITEM     PIC X(70) VALUE SPACES.
       77 WS-ARQ-PRODUTO     PIC X(70) VALUE SPACES.
       77 WS-ARQ-ESTDEP      PIC X(70) VALUE SPACES.
       77 WS-ARQ-CLIENTES    PIC X(70) VALUE SPACES.

       77 PED-STAT          PIC 9(02).
           88 FSPD-OK       VALUE ZEROS.
           88 FSPD-NAO-EXISTE VALUE 35.

       77 ITE-STAT          PIC 9(02).
           88 FSI-OK        VALUE ZEROS.
           88 FSI-FIM-REG   VALUE 10.
           88 FSI-NAO-EXISTE VALUE 35.

       77 PRO-STAT          PIC 9(02).
           88 FSP-OK        VALUE ZEROS.
           88 FSP-FIM-REG   VALUE 10.
           88 FSP-NAO-EXISTE VALUE 35.

       77 EDP-STAT          PIC 9(02).
           88 FSE-OK        VALUE ZEROS.
           88 FSE-FIM-REG   VALUE 10.

       77 CLI-STAT          PIC 9(02).
           88 FSC-OK        VALUE ZEROS.

       77 WS-ABRIU-CLIENTES PIC X(01) VALUE 'N'.
           88 ABRIU-CLIENTES VALUE 'S'.
       77 WS-ABRIU-PEDIDOS  PIC X(01) VALUE 'N'.
           88 ABRIU-PEDIDOS VALUE 'S'.
       77 WS-ABRIU-PEDITEM  PIC X(01) VALUE 'N'.
           88 ABRIU-PEDITEM VALUE 'S'.
       77 WS-ABRIU-PRODUTO  PIC X(01) VALUE 'N'.
           88 ABRIU-PRODUTO VALUE 'S'.

      *    Pedido do item anterior e se ele reserva: os itens vem
      *    em ordem de pedido, entao o PEDIDOS e' lido uma vez so.
       77 WS-PED-ANTERIOR   PIC 9(08) VALUE ZEROS.
       77 WS-DEP-PEDIDO     PIC 9(03) VALUE ZEROS.
       77 WS-DEVE-RESERVAR  PIC X(01) VALUE 'N'.
           88 DEVE-RESERVAR VALUE 'S'.
           88 NAO-RESERVA   VALUE 'N'.

       77 WS-RETCODE        PIC 9(02) VALUE ZEROS.
       77 WS-QTD-PRODUTOS   PIC 9(07) VALUE ZEROS.
       77 WS-QTD-ITENS      PIC 9(07) VALUE ZEROS.
       77 WS-QTD-RESERVA    PIC 9(07) VALUE ZEROS.
       77 WS-QTD-EXCEDE     PIC 9(07) VALUE ZEROS.
       77 WS-ED-QTDE        PIC -Z.ZZZ.ZZ9,99.
       77 WS-ED-SALDO       PIC -Z.ZZZ.ZZ9,99.

       COPY LK_ESTDEP.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM MONTA-CAMINHOS

           PERFORM ABRIR-ARQUIVO

      *    1a. passada: zera a reserva de todos os produtos.
           PERFORM ZERA-PRODUTO
              THRU ZERA-PRODUTO-SAI UNTIL FSP-FIM-REG

      *    A reserva por deposito tambem recomeca do zero.
           PERFORM ZERA-DEPOSITOS THRU ZERA-DEPOSITOS-FIM

      *    2a. passada: soma os itens dos pedidos que reservam.
           PERFORM RESERVA-ITEM
              THRU RESERVA-ITEM-SAI UNTIL FSI-FIM-REG

      *    3a. passada: reserva acima do saldo em estoque.
           MOVE LOW-VALUES TO PRO-KEY
           START PRODUTO KEY NOT LESS THAN PRO-KEY
                 INVALID KEY
                    MOVE 10 TO PRO-STAT
           END-START
           PERFORM CONFERE-PRODUTO
              THRU CONFERE-PRODUTO-SAI UNTIL FSP-FIM-REG

           DISPLAY 'PRODUTOS COM RESERVA ZERADA......: '
                   WS-QTD-PRODUTOS
           DISPLAY 'ITENS DE PEDIDO LIDOS............: '
                   WS-QTD-ITENS
           DISPLAY 'ITENS QUE RESERVAM ESTOQUE.......: '
                   WS-QTD-RESERVA
           DISPLAY 'PRODUTOS COM RESERVA ACIMA SALDO.: '
                   WS-QTD-EXCEDE

           PERFORM FINALIZA
           .
       FIM-PROCES.
           EXIT.

      *-------------------------------------------------------------*
       ZERA-PRODUTO.
      *-------------------------------------------------------------*
           READ PRODUTO NEXT AT END
                GO TO ZERA-PRODUTO-SAI
           END-READ

           MOVE ZEROS TO PRO-RESERVADO
           REWRITE PRODUTO-PRO END-REWRITE
           ADD 1 TO WS-QTD-PRODUTOS
           .
       ZERA-PRODUTO-SAI.
           EXIT.

      *-------------------------------------------------------------*
       RESERVA-ITEM.
      *-------------------------------------------------------------*
           READ PEDITEM NEXT AT END
                GO TO RESERVA-ITEM-SAI
           END-READ

           ADD 1 TO WS-QTD-ITENS

           IF ITE-PEDIDO NOT = WS-PED-ANTERIOR
              MOVE ITE-PEDIDO TO WS-PED-ANTERIOR
              SET NAO-RESERVA TO TRUE
              MOVE ZEROS TO WS-DEP-PEDIDO
              MOVE ITE-PEDIDO TO PED-NUMERO
              READ PEDIDOS
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      IF PED-ABERTO
                         OR (PED-FATURADO AND PED-NUM-FATURA = ZEROS)
                         SET DEVE-RESERVAR TO TRUE
                         PERFORM ACHA-DEPOSITO THRU ACHA-DEPOSITO-FIM
                      END-IF
              END-READ
           END-IF

           MOVE 'N'   TO ITE-RESERVADO
           MOVE ZEROS TO ITE-DEPOSITO

           IF DEVE-RESERVAR
              MOVE ITE-PROD TO PRO-COD
              READ PRODUTO
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      ADD ITE-QTDE TO PRO-RESERVADO
                      REWRITE PRODUTO-PRO END-REWRITE
                      MOVE 'S' TO ITE-RESERVADO
                      ADD 1 TO WS-QTD-RESERVA
                      SET LK-EDP-OP-RESERVA TO TRUE
                      MOVE ITE-PROD      TO LK-EDP-PROD
                      MOVE WS-DEP-PEDIDO TO LK-EDP-DEP
                      MOVE ITE-QTDE      TO LK-EDP-QTDE
                      CALL "PROG153" USING LK-ESTDEP END-CALL
                      MOVE LK-EDP-DEP    TO ITE-DEPOSITO
              END-READ
           END-IF

           REWRITE PEDITEM-ITE END-REWRITE
           .
       RESERVA-ITEM-SAI.
           EXIT.

      *-------------------------------------------------------------*
       ZERA-DEPOSITOS.
      *-------------------------------------------------------------*
      *    ESTDEP.ARQ ainda inexistente: o PROG153 cria na primeira
      *    reserva.
           OPEN I-O ESTDEP
           IF NOT FSE-OK
              GO TO ZERA-DEPOSITOS-FIM
           END-IF
           .
       ZERA-DEPOSITOS-LE.
           READ ESTDEP NEXT AT END
                CLOSE ESTDEP
                GO TO ZERA-DEPOSITOS-FIM
           END-READ
           IF EDP-RESERVADO NOT = ZEROS
              MOVE ZEROS TO EDP-RESERVADO
              REWRITE ESTDEP-EDP END-REWRITE
           END-IF
           GO TO ZERA-DEPOSITOS-LE
           .
       ZERA-DEPOSITOS-FIM.
           EXIT.

      *-------------------------------------------------------------*
       ACHA-DEPOSITO.
      *-------------------------------------------------------------*
      *    Deposito atual do cliente do pedido; sem cliente, o
      *    principal.
           IF NOT ABRIU-CLIENTES
              GO TO ACHA-DEPOSITO-FIM
           END-IF
           MOVE PED-CODC TO CLI-COD
           READ CLIENTES KEY IS CLI-COD
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   IF CLI-DEPOSITO NUMERIC
                      MOVE CLI-DEPOSITO TO WS-DEP-PEDIDO
                   END-IF
           END-READ
           .
       ACHA-DEPOSITO-FIM.
           EXIT.

      *-------------------------------------------------------------*
       CONFERE-PRODUTO.
      *-------------------------------------------------------------*
           READ PRODUTO NEXT AT END
                GO TO CONFERE-PRODUTO-SAI
           END-READ

           IF PRO-RESERVADO NOT > PRO-SALDO
              GO TO CONFERE-PRODUTO-SAI
           END-IF

           ADD 1 TO WS-QTD-EXCEDE
           MOVE PRO-RESERVADO TO WS-ED-QTDE
           MOVE PRO-SALDO     TO WS-ED-SALDO
           DISPLAY 'RESERVA ACIMA DO SALDO - PRODUTO ' PRO-COD
                   ' RESERVADO ' WS-ED-QTDE ' SALDO ' WS-ED-SALDO
           .
       CONFERE-PRODUTO-SAI.
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

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'ESTDEP.ARQ'                 DELIMITED BY SIZE
             INTO WS-ARQ-ESTDEP
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'CLIENTES.ARQ'               DELIMITED BY SIZE
             INTO WS-ARQ-CLIENTES
           END-STRING
           .
       MONTA-CAMINHOS-FIM.
           EXIT.

      *-------------------------------------------------------------*
       ABRIR-ARQUIVO.
      *-------------------------------------------------------------*
           OPEN I-O PRODUTO
           IF FSP-NAO-EXISTE
              DISPLAY 'ARQUIVO PRODUTO NAO ENCONTRADO'
              MOVE 12 TO WS-RETCODE
              PERFORM FINALIZA
           END-IF
           SET ABRIU-PRODUTO TO TRUE

           OPEN INPUT PEDIDOS
           IF FSPD-NAO-EXISTE
              DISPLAY 'ARQUIVO PEDIDOS NAO ENCONTRADO'
              MOVE 12 TO WS-RETCODE
              PERFORM FINALIZA
           END-IF
           SET ABRIU-PEDIDOS TO TRUE

           OPEN INPUT CLIENTES
           IF FSC-OK
              SET ABRIU-CLIENTES TO TRUE
           END-IF

      *    Sem itens gravados a reserva so e' zerada.
           OPEN I-O PEDITEM
           IF FSI-NAO-EXISTE
              MOVE 10 TO ITE-STAT
           ELSE
              SET ABRIU-PEDITEM TO TRUE
           END-IF
           .
       ABRIR-ARQUIVO-FIM.
           EXIT.

      *-------------------------------------------------------------*
        FINALIZA.
      *-------------------------------------------------------------*
           IF ABRIU-PRODUTO
              CLOSE PRODUTO
           END-IF
           IF ABRIU-PEDIDOS
              CLOSE PEDIDOS
           END-IF
           IF ABRIU-PEDITEM
              CLOSE PEDITEM
           END-IF
           IF ABRIU-CLIENTES
              CLOSE CLIENTES
           END-IF
           MOVE WS-RETCODE TO RETURN-CODE
           GOBACK.
